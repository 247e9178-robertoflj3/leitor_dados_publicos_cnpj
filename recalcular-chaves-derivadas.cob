       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALCULAR-CHAVES-DERIVADAS.

      ****************************************************************
      * RECALCULA SOBRE A BASE OFICIAL AS CHAVES QUE A CARGA DERIVA   *
      * DOS DADOS DA RFB, SEM RECARREGAR:                             *
      *   - EMPRESAS2.DAT: RAZAO E FANTASIA NORMALIZADAS, TIPO DE     *
      *     LOGRADOURO PADRONIZADO PELA TABELA DE-PARA-LOGRADOURO E   *
      *     CHAVE DE ENDERECO NORMALIZADO;                            *
      *   - INDICE-RAZAO-SOCIAL.DAT: PALAVRAS DA RAZAO E DA FANTASIA  *
      *     QUE AINDA NAO ESTAVAM NO INDICE;                          *
      *   - SOCIOS2.DAT: CHAVE FONETICA DO NOME DO SOCIO.             *
      * AS REGRAS SAO AS MESMAS DA CARGA (GERAR-DADOS-INDEXADOS) E SO *
      * O REGISTRO CUJA CHAVE MUDOU E REGRAVADO. USADO QUANDO A       *
      * TABELA DE-PARA OU A REGRA FONETICA MUDA, PARA AS BUSCAS DA    *
      * TELA REFLETIREM A REGRA NOVA NO MESMO DIA. O CHECKPOINT       *
      * (CHECKPOINT-RECALCULO-CHAVES.DAT) GUARDA O PASSO E A ULTIMA   *
      * CHAVE A CADA 1000 REGISTROS; A EXECUCAO SEGUINTE RETOMA DALI. *
      * O RELATORIO RECALCULO-CHAVES-DERIVADAS.TXT TRAZ QUANTOS       *
      * REGISTROS MUDARAM DE CHAVE, POR TIPO DE CHAVE.                *
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

           SELECT ARQ-INDICE-RAZAO ASSIGN TO WS-CAM-INDICE-RAZAO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IDX-CHAVE
                   STATUS ST-ARQUIVO-IDX.

           SELECT ARQ-TABELA-DEPARA-LOG ASSIGN TO
                   "TABELASRFB/DE-PARA-LOGRADOURO"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-DPL.

           SELECT ARQ-CHECKPOINT ASSIGN TO WS-CAM-CHECKPOINT-RECALCULO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CKPT.

           SELECT ARQ-RELATORIO ASSIGN TO WS-CAM-RELATORIO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

       FD ARQ-INDICE-RAZAO.
       01 REG-INDICE-RAZAO.
           03 IDX-CHAVE.
              05 IDX-PALAVRA          PIC X(020).
              05 IDX-CNPJ             PIC X(014).

       FD ARQ-TABELA-DEPARA-LOG.
       01 REG-TABELA-DEPARA-LOG.
           03 DPL-ABREVIACAO          PIC X(007).
           03 DPL-TIPO-PADRAO         PIC X(020).

       FD ARQ-CHECKPOINT.
       01 REG-CHECKPOINT.
           03 REG-CKPT-PASSO          PIC 9.
           03 REG-CKPT-CHAVE          PIC X(014).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(120).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'RECALCULAR-CHAVES-DERIVADAS'.

       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-RAZAO            PIC X(060) VALUE SPACES.
       01 WS-CAM-CHECKPOINT-RECALCULO    PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO               PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-IDX              PIC XX.
       01 ST-ARQUIVO-DPL              PIC XX.
       01 ST-ARQUIVO-CKPT             PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-RECALCULO           PIC 9(008) VALUE ZERO.
       01 WS-HORA-RECALCULO           PIC 9(008) VALUE ZERO.

       01 WS-CKPT-PASSO               PIC 9 VALUE ZERO.
       01 WS-CKPT-CHAVE               PIC X(014) VALUE SPACES.
       01 WS-PASSO-ATUAL              PIC 9 VALUE ZERO.
       01 WS-CONT-DESDE-CKPT          PIC 9(004) VALUE ZERO.
       01 WS-INTERVALO-CKPT           PIC 9(004) VALUE 1000.
       01 WS-RETOMADA                 PIC X VALUE 'N'.

       01 WS-REGISTRO-ALTERADO        PIC X VALUE 'N'.
       01 WS-TIPO-LOG-ANTES           PIC X(020) VALUE SPACES.
       01 WS-LOGRADOURO-ANTES         PIC X(060) VALUE SPACES.
       01 WS-ENDERECO-ANTES           PIC X(060) VALUE SPACES.

       01 WS-CONT-EMP-LIDAS           PIC 9(009) VALUE ZERO.
       01 WS-CONT-EMP-REGRAVADAS      PIC 9(009) VALUE ZERO.
       01 WS-CONT-MUD-RAZAO           PIC 9(009) VALUE ZERO.
       01 WS-CONT-MUD-FANTASIA        PIC 9(009) VALUE ZERO.
       01 WS-CONT-MUD-ENDERECO        PIC 9(009) VALUE ZERO.
       01 WS-CONT-INDICE-NOVAS        PIC 9(009) VALUE ZERO.
       01 WS-CONT-SOC-LIDOS           PIC 9(009) VALUE ZERO.
       01 WS-CONT-MUD-FONETICA        PIC 9(009) VALUE ZERO.
       01 WS-CONT-ERRO-REGRAVACAO     PIC 9(009) VALUE ZERO.

       01 WS-FON-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-FON-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-FON-POS                  PIC 999 VALUE ZERO.
       01 WS-FON-OUT                  PIC 999 VALUE ZERO.
       01 WS-FON-CHAR                 PIC X VALUE SPACE.
       01 WS-FON-PROX                 PIC X VALUE SPACE.
       01 WS-FON-ULT                  PIC X VALUE SPACE.
       01 WS-NRM-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-NRM-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-NRM-POS                  PIC 999 VALUE ZERO.
       01 WS-NRM-OUT                  PIC 999 VALUE ZERO.
       01 WS-NRM-CHAR                 PIC X VALUE SPACE.
       01 WS-NRM-ULT                  PIC X VALUE SPACE.
       01 WS-IDX-PAL-QTD              PIC 99 VALUE ZERO.
       01 WS-IDX-PAL-I                PIC 99 VALUE ZERO.
       01 WS-TAB-PALAVRAS-RAZAO.
          05 WS-PAL-RAZAO OCCURS 10 TIMES PIC X(020).

       01 WS-QTD-DEPARA-LOG           PIC 999 VALUE ZERO.
       01 WS-IDX-DPL                  PIC 999 VALUE ZERO.
       01 WS-TAB-DEPARA-LOG.
          05 WS-DPL-OCR OCCURS 200 TIMES.
             10 WS-DPL-ABREV          PIC X(007).
             10 WS-DPL-PADRAO         PIC X(020).
             10 WS-DPL-TAM            PIC 9.
       01 WS-TIPO-LOG-TRABALHO        PIC X(020) VALUE SPACES.
       01 WS-PRIMEIRA-PALAVRA-LOG     PIC X(020) VALUE SPACES.
       01 WS-RESTO-LOGRADOURO         PIC X(060) VALUE SPACES.
       01 WS-TAM-ABREV                PIC 9 VALUE ZERO.
       01 WS-ENDERECO-MONTADO         PIC X(090) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'RECALCULO DAS CHAVES DERIVADAS DA BASE'.
           ACCEPT WS-DATA-RECALCULO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-RECALCULO FROM TIME.
           PERFORM 0002-LER-CHECKPOINT.
           PERFORM 0003-CARREGAR-DEPARA-LOGRADOURO.
           OPEN I-O ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR EMPRESAS2.DAT - STATUS '
                 ST-ARQUIVO-EMP ' ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'BASE DE EMPRESAS INDISPONIVEL' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           OPEN I-O ARQ-SOCIOS.
           IF ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR SOCIOS2.DAT - STATUS '
                 ST-ARQUIVO-SOC ' ***'
              CLOSE ARQ-EMPRESAS
              MOVE 12 TO RETURN-CODE
              MOVE 'BASE DE SOCIOS INDISPONIVEL' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           OPEN I-O ARQ-INDICE-RAZAO.
           IF ST-ARQUIVO-IDX IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-INDICE-RAZAO
              CLOSE ARQ-INDICE-RAZAO
              OPEN I-O ARQ-INDICE-RAZAO
           END-IF.
           IF WS-CKPT-PASSO IS LESS THAN 2 THEN
              PERFORM 0004-RECALCULAR-EMPRESAS
           ELSE
              DISPLAY 'EMPRESAS JA RECALCULADAS - PULANDO'
           END-IF.
           PERFORM 0006-RECALCULAR-SOCIOS.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           CLOSE ARQ-INDICE-RAZAO.
           PERFORM 0009-LIMPAR-CHECKPOINT.
           PERFORM 0010-EMITIR-RELATORIO.
           IF WS-CONT-ERRO-REGRAVACAO IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'EMP-LIDAS=' DELIMITED BY SIZE
                  WS-CONT-EMP-LIDAS DELIMITED BY SIZE
                  ' EMP-REGRAV=' DELIMITED BY SIZE
                  WS-CONT-EMP-REGRAVADAS DELIMITED BY SIZE
                  ' SOC-LIDOS=' DELIMITED BY SIZE
                  WS-CONT-SOC-LIDOS DELIMITED BY SIZE
                  ' SOC-REGRAV=' DELIMITED BY SIZE
                  WS-CONT-MUD-FONETICA DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'FIM DO RECALCULO DAS CHAVES DERIVADAS.'.
           GOBACK.

       0002-LER-CHECKPOINT.
      *    PASSO 1 = EMPRESAS EM ANDAMENTO; PASSO 2 = EMPRESAS
      *    CONCLUIDAS E SOCIOS EM ANDAMENTO. A CHAVE E A ULTIMA
      *    PROCESSADA NO PASSO (CNPJ OU CODIGO DO SOCIO).
           MOVE ZERO TO WS-CKPT-PASSO.
           MOVE SPACES TO WS-CKPT-CHAVE.
           MOVE 'N' TO WS-RETOMADA.
           OPEN INPUT ARQ-CHECKPOINT.
           IF ST-ARQUIVO-CKPT IS EQUAL TO '00' THEN
              READ ARQ-CHECKPOINT
                AT END CONTINUE
                NOT AT END
                   IF REG-CKPT-PASSO IS NUMERIC THEN
                      MOVE REG-CKPT-PASSO TO WS-CKPT-PASSO
                      MOVE REG-CKPT-CHAVE TO WS-CKPT-CHAVE
                   END-IF
              END-READ
              CLOSE ARQ-CHECKPOINT
           END-IF.
           IF WS-CKPT-PASSO IS GREATER THAN ZERO THEN
              MOVE 'S' TO WS-RETOMADA
              DISPLAY 'RETOMANDO DO CHECKPOINT - PASSO ' WS-CKPT-PASSO
                 ' APOS A CHAVE ' WS-CKPT-CHAVE
           END-IF.

       0003-CARREGAR-DEPARA-LOGRADOURO.
      *    MESMA TABELA E MESMA CARGA DO GERAR-DADOS-INDEXADOS:
      *    ABREVIACAO NAS 7 PRIMEIRAS POSICOES E O TIPO PADRAO NA
      *    SEQUENCIA. TABELA AUSENTE DESATIVA A PADRONIZACAO.
           MOVE ZERO TO WS-QTD-DEPARA-LOG.
           OPEN INPUT ARQ-TABELA-DEPARA-LOG.
           IF ST-ARQUIVO-DPL IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-TABELA-DEPARA-LOG
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-DEPARA-LOG IS LESS THAN 200 THEN
                        ADD 1 TO WS-QTD-DEPARA-LOG
                        MOVE DPL-ABREVIACAO TO
                          WS-DPL-ABREV(WS-QTD-DEPARA-LOG)
                        MOVE DPL-TIPO-PADRAO TO
                          WS-DPL-PADRAO(WS-QTD-DEPARA-LOG)
                        MOVE 7 TO WS-TAM-ABREV
                        PERFORM UNTIL WS-TAM-ABREV IS EQUAL TO ZERO
                           OR DPL-ABREVIACAO(WS-TAM-ABREV:1) IS NOT
                              EQUAL TO SPACE
                          SUBTRACT 1 FROM WS-TAM-ABREV
                        END-PERFORM
                        MOVE WS-TAM-ABREV TO
                          WS-DPL-TAM(WS-QTD-DEPARA-LOG)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-TABELA-DEPARA-LOG
           END-IF.
           DISPLAY 'ENTRADAS DA TABELA DE-PARA DE LOGRADOURO: '
              WS-QTD-DEPARA-LOG.

       0004-RECALCULAR-EMPRESAS.
           DISPLAY 'EXECUTANDO PASSO 1/2 - EMPRESAS'.
           MOVE 1 TO WS-PASSO-ATUAL.
           MOVE ZERO TO WS-CONT-DESDE-CKPT.
           MOVE 'N' TO WS-EOF.
           IF WS-CKPT-PASSO IS EQUAL TO 1 THEN
              MOVE WS-CKPT-CHAVE TO FRE-CNPJ
              START ARQ-EMPRESAS KEY IS GREATER THAN FRE-CNPJ
                INVALID KEY
                   MOVE 'Y' TO WS-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-CONT-EMP-LIDAS
                  PERFORM 0005-RECALCULAR-UMA-EMPRESA
                  ADD 1 TO WS-CONT-DESDE-CKPT
                  IF WS-CONT-DESDE-CKPT IS NOT LESS THAN
                     WS-INTERVALO-CKPT THEN
                     MOVE FRE-CNPJ TO WS-CKPT-CHAVE
                     PERFORM 0008-GRAVAR-CHECKPOINT
                  END-IF
             END-READ
           END-PERFORM.
      *    EMPRESAS CONCLUIDAS: UMA PARADA DAQUI EM DIANTE RETOMA
      *    DIRETO NOS SOCIOS.
           MOVE 2 TO WS-PASSO-ATUAL.
           MOVE SPACES TO WS-CKPT-CHAVE.
           PERFORM 0008-GRAVAR-CHECKPOINT.
           MOVE 2 TO WS-CKPT-PASSO.

       0005-RECALCULAR-UMA-EMPRESA.
           MOVE 'N' TO WS-REGISTRO-ALTERADO.
           MOVE FRE-RAZAO-SOCIAL TO WS-NRM-ENTRADA.
           PERFORM 0011-NORMALIZAR-TEXTO.
           IF WS-NRM-SAIDA IS NOT EQUAL TO FRE-RAZAO-NORMALIZADA THEN
              MOVE WS-NRM-SAIDA TO FRE-RAZAO-NORMALIZADA
              ADD 1 TO WS-CONT-MUD-RAZAO
              MOVE 'S' TO WS-REGISTRO-ALTERADO
           END-IF.
           PERFORM 0012-GRAVAR-INDICE-PALAVRAS.
           MOVE FRE-NOME-FANTASIA TO WS-NRM-ENTRADA.
           PERFORM 0011-NORMALIZAR-TEXTO.
           IF WS-NRM-SAIDA(1:33) IS NOT EQUAL TO
              FRE-FANTASIA-NORMALIZADA THEN
              MOVE WS-NRM-SAIDA(1:33) TO FRE-FANTASIA-NORMALIZADA
              ADD 1 TO WS-CONT-MUD-FANTASIA
              MOVE 'S' TO WS-REGISTRO-ALTERADO
           END-IF.
           IF FRE-NOME-FANTASIA IS NOT EQUAL TO SPACES THEN
              PERFORM 0012-GRAVAR-INDICE-PALAVRAS
           END-IF.
           MOVE FRE-TIPO-LOGRADOURO TO WS-TIPO-LOG-ANTES.
           MOVE FRE-LOGRADOURO TO WS-LOGRADOURO-ANTES.
           MOVE FRE-ENDERECO-NORMALIZADO TO WS-ENDERECO-ANTES.
           PERFORM 0013-PADRONIZAR-LOGRADOURO.
           PERFORM 0014-GERAR-CHAVE-ENDERECO.
           IF FRE-TIPO-LOGRADOURO IS NOT EQUAL TO WS-TIPO-LOG-ANTES OR
              FRE-LOGRADOURO IS NOT EQUAL TO WS-LOGRADOURO-ANTES OR
              FRE-ENDERECO-NORMALIZADO IS NOT EQUAL TO
              WS-ENDERECO-ANTES THEN
              ADD 1 TO WS-CONT-MUD-ENDERECO
              MOVE 'S' TO WS-REGISTRO-ALTERADO
           END-IF.
           IF WS-REGISTRO-ALTERADO IS EQUAL TO 'S' THEN
              REWRITE FD-REG-EMPRESA
                INVALID KEY
                   ADD 1 TO WS-CONT-ERRO-REGRAVACAO
                   DISPLAY '*** ERRO AO REGRAVAR CNPJ ' FRE-CNPJ
                      ' - STATUS ' ST-ARQUIVO-EMP ' ***'
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-EMP-REGRAVADAS
              END-REWRITE
           END-IF.

       0006-RECALCULAR-SOCIOS.
           DISPLAY 'EXECUTANDO PASSO 2/2 - SOCIOS'.
           MOVE 2 TO WS-PASSO-ATUAL.
           MOVE ZERO TO WS-CONT-DESDE-CKPT.
           MOVE 'N' TO WS-EOF.
           IF WS-CKPT-PASSO IS EQUAL TO 2 AND
              WS-CKPT-CHAVE(1:11) IS NUMERIC THEN
              MOVE WS-CKPT-CHAVE(1:11) TO FRS-COD-SOCIO
              START ARQ-SOCIOS KEY IS GREATER THAN FRS-COD-SOCIO
                INVALID KEY
                   MOVE 'Y' TO WS-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-CONT-SOC-LIDOS
                  PERFORM 0007-RECALCULAR-UM-SOCIO
                  ADD 1 TO WS-CONT-DESDE-CKPT
                  IF WS-CONT-DESDE-CKPT IS NOT LESS THAN
                     WS-INTERVALO-CKPT THEN
                     MOVE SPACES TO WS-CKPT-CHAVE
                     MOVE FRS-COD-SOCIO TO WS-CKPT-CHAVE(1:11)
                     PERFORM 0008-GRAVAR-CHECKPOINT
                  END-IF
             END-READ
           END-PERFORM.

       0007-RECALCULAR-UM-SOCIO.
           MOVE FRS-NOME-SOCIO TO WS-FON-ENTRADA.
           PERFORM 0015-GERAR-CHAVE-FONETICA.
           IF WS-FON-SAIDA IS NOT EQUAL TO FRS-NOME-FONETICO THEN
              MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
              REWRITE FD-REG-SOCIO
                INVALID KEY
                   ADD 1 TO WS-CONT-ERRO-REGRAVACAO
                   DISPLAY '*** ERRO AO REGRAVAR SOCIO ' FRS-COD-SOCIO
                      ' - STATUS ' ST-ARQUIVO-SOC ' ***'
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-MUD-FONETICA
              END-REWRITE
           END-IF.

       0008-GRAVAR-CHECKPOINT.
           MOVE WS-PASSO-ATUAL TO REG-CKPT-PASSO.
           MOVE WS-CKPT-CHAVE TO REG-CKPT-CHAVE.
           OPEN OUTPUT ARQ-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           CLOSE ARQ-CHECKPOINT.
           MOVE ZERO TO WS-CONT-DESDE-CKPT.

       0009-LIMPAR-CHECKPOINT.
           MOVE 0 TO REG-CKPT-PASSO.
           MOVE SPACES TO REG-CKPT-CHAVE.
           OPEN OUTPUT ARQ-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           CLOSE ARQ-CHECKPOINT.

       0010-EMITIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'RECALCULO DAS CHAVES DERIVADAS EM ' DELIMITED BY SIZE
                  WS-DATA-RECALCULO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-RECALCULO DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-RETOMADA IS EQUAL TO 'S' THEN
              MOVE SPACES TO REG-RELATORIO
              STRING 'EXECUCAO RETOMADA DO CHECKPOINT - CONTAGENS '
                       DELIMITED BY SIZE
                     'SO DESTA EXECUCAO' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EMPRESAS LIDAS...................: ' DELIMITED BY
                    SIZE
                  WS-CONT-EMP-LIDAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EMPRESAS QUE MUDARAM DE CHAVE....: ' DELIMITED BY
                    SIZE
                  WS-CONT-EMP-REGRAVADAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  RAZAO SOCIAL NORMALIZADA.......: ' DELIMITED BY
                    SIZE
                  WS-CONT-MUD-RAZAO DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  NOME FANTASIA NORMALIZADO......: ' DELIMITED BY
                    SIZE
                  WS-CONT-MUD-FANTASIA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  ENDERECO NORMALIZADO...........: ' DELIMITED BY
                    SIZE
                  WS-CONT-MUD-ENDERECO DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PALAVRAS NOVAS NO INDICE DE RAZAO: ' DELIMITED BY
                    SIZE
                  WS-CONT-INDICE-NOVAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SOCIOS LIDOS.....................: ' DELIMITED BY
                    SIZE
                  WS-CONT-SOC-LIDOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SOCIOS QUE MUDARAM DE CHAVE FONET: ' DELIMITED BY
                    SIZE
                  WS-CONT-MUD-FONETICA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ERROS DE REGRAVACAO..............: ' DELIMITED BY
                    SIZE
                  WS-CONT-ERRO-REGRAVACAO DELIMITED BY SIZE
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
           DISPLAY 'EMPRESAS LIDAS / COM CHAVE ALTERADA: '
              WS-CONT-EMP-LIDAS ' / ' WS-CONT-EMP-REGRAVADAS.
           DISPLAY 'SOCIOS LIDOS / COM CHAVE ALTERADA..: '
              WS-CONT-SOC-LIDOS ' / ' WS-CONT-MUD-FONETICA.
           DISPLAY 'PALAVRAS NOVAS NO INDICE DE RAZAO..: '
              WS-CONT-INDICE-NOVAS.

       0011-NORMALIZAR-TEXTO.
           MOVE FUNCTION UPPER-CASE(WS-NRM-ENTRADA) TO WS-NRM-ENTRADA.
           INSPECT WS-NRM-ENTRADA CONVERTING
              X"C0C1C2C3C4C5E0E1E2E3E4E5C8C9CACBE8E9EAEBCCCDCECFECED"
              TO "AAAAAAAAAAAAEEEEEEEEIIIIII".
           INSPECT WS-NRM-ENTRADA CONVERTING
              X"EEEFD2D3D4D5D6F2F3F4F5F6D9DADBDCF9FAFBFCC7E7D1F1"
              TO "IIOOOOOOOOOOUUUUUUUUCCNN".
           MOVE SPACES TO WS-NRM-SAIDA.
           MOVE ZERO TO WS-NRM-OUT.
           MOVE SPACE TO WS-NRM-ULT.
           PERFORM VARYING WS-NRM-POS FROM 1 BY 1
             UNTIL WS-NRM-POS IS GREATER THAN 150
             MOVE WS-NRM-ENTRADA(WS-NRM-POS:1) TO WS-NRM-CHAR
             IF WS-NRM-CHAR IS EQUAL TO SPACE AND
                WS-NRM-ULT IS EQUAL TO SPACE THEN
                CONTINUE
             ELSE
                ADD 1 TO WS-NRM-OUT
                MOVE WS-NRM-CHAR TO WS-NRM-SAIDA(WS-NRM-OUT:1)
                MOVE WS-NRM-CHAR TO WS-NRM-ULT
             END-IF
           END-PERFORM.

       0012-GRAVAR-INDICE-PALAVRAS.
      *    SO ACRESCENTA AS PALAVRAS QUE FALTAM; ENTRADA OBSOLETA
      *    CONTINUA FILTRADA PELA TELA, COMO NA CARGA DIARIA.
           MOVE ZERO TO WS-IDX-PAL-QTD.
           INITIALIZE WS-TAB-PALAVRAS-RAZAO.
           UNSTRING WS-NRM-SAIDA DELIMITED BY ALL ' '
             INTO WS-PAL-RAZAO(1)
                  WS-PAL-RAZAO(2)
                  WS-PAL-RAZAO(3)
                  WS-PAL-RAZAO(4)
                  WS-PAL-RAZAO(5)
                  WS-PAL-RAZAO(6)
                  WS-PAL-RAZAO(7)
                  WS-PAL-RAZAO(8)
                  WS-PAL-RAZAO(9)
                  WS-PAL-RAZAO(10)
             TALLYING IN WS-IDX-PAL-QTD
           END-UNSTRING.
           PERFORM VARYING WS-IDX-PAL-I FROM 1 BY 1
             UNTIL WS-IDX-PAL-I IS GREATER THAN WS-IDX-PAL-QTD
             IF WS-PAL-RAZAO(WS-IDX-PAL-I)(3:1) IS NOT EQUAL TO SPACE
             THEN
                MOVE WS-PAL-RAZAO(WS-IDX-PAL-I) TO IDX-PALAVRA
                MOVE FRE-CNPJ TO IDX-CNPJ
                WRITE REG-INDICE-RAZAO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-INDICE-NOVAS
                END-WRITE
             END-IF
           END-PERFORM.

       0013-PADRONIZAR-LOGRADOURO.
      *    MESMA REGRA DO 0081 DA CARGA, APLICADA AOS CAMPOS JA
      *    GRAVADOS: TIPO EM BRANCO COM ABREVIACAO CONHECIDA NA
      *    PRIMEIRA PALAVRA DO LOGRADOURO E DESMEMBRADO; TIPO
      *    INFORMADO E TROCADO PELO PADRAO DA TABELA.
           IF WS-QTD-DEPARA-LOG IS EQUAL TO ZERO THEN
              CONTINUE
           ELSE
              MOVE FUNCTION UPPER-CASE(FRE-TIPO-LOGRADOURO) TO
                WS-TIPO-LOG-TRABALHO
              IF WS-TIPO-LOG-TRABALHO IS EQUAL TO SPACES THEN
                 MOVE SPACES TO WS-PRIMEIRA-PALAVRA-LOG
                 MOVE SPACES TO WS-RESTO-LOGRADOURO
                 UNSTRING FRE-LOGRADOURO DELIMITED BY ' '
                   INTO WS-PRIMEIRA-PALAVRA-LOG
                        WS-RESTO-LOGRADOURO
                 END-UNSTRING
                 MOVE FUNCTION UPPER-CASE(WS-PRIMEIRA-PALAVRA-LOG)
                   TO WS-PRIMEIRA-PALAVRA-LOG
                 PERFORM VARYING WS-IDX-DPL FROM 1 BY 1
                   UNTIL WS-IDX-DPL IS GREATER THAN WS-QTD-DEPARA-LOG
                   IF WS-PRIMEIRA-PALAVRA-LOG IS EQUAL TO
                      WS-DPL-ABREV(WS-IDX-DPL) THEN
                      MOVE WS-DPL-PADRAO(WS-IDX-DPL) TO
                        FRE-TIPO-LOGRADOURO
                      MOVE WS-RESTO-LOGRADOURO TO FRE-LOGRADOURO
                      MOVE WS-QTD-DEPARA-LOG TO WS-IDX-DPL
                   END-IF
                 END-PERFORM
              ELSE
                 PERFORM VARYING WS-IDX-DPL FROM 1 BY 1
                   UNTIL WS-IDX-DPL IS GREATER THAN WS-QTD-DEPARA-LOG
                   IF WS-TIPO-LOG-TRABALHO IS EQUAL TO
                      WS-DPL-ABREV(WS-IDX-DPL) THEN
                      MOVE WS-DPL-PADRAO(WS-IDX-DPL) TO
                        FRE-TIPO-LOGRADOURO
                      MOVE WS-QTD-DEPARA-LOG TO WS-IDX-DPL
                   END-IF
                 END-PERFORM
              END-IF
           END-IF.

       0014-GERAR-CHAVE-ENDERECO.
           MOVE FRE-LOGRADOURO TO WS-NRM-ENTRADA(1:60).
           MOVE SPACES TO WS-NRM-ENTRADA(61:90).
           PERFORM 0011-NORMALIZAR-TEXTO.
           MOVE SPACES TO WS-ENDERECO-MONTADO.
           STRING FRE-TIPO-LOGRADOURO DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-NRM-SAIDA(1:60) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  FRE-NUMERO DELIMITED BY '  '
             INTO WS-ENDERECO-MONTADO
           END-STRING.
           MOVE FUNCTION UPPER-CASE(WS-ENDERECO-MONTADO(1:60)) TO
             FRE-ENDERECO-NORMALIZADO.

       0015-GERAR-CHAVE-FONETICA.
      *    MESMA CHAVE FONETICA DA CARGA (0029 DO
      *    GERAR-DADOS-INDEXADOS): Z->S, Y->I, W->U, K/Q->C, CH->X,
      *    PH->F, CE/CI->SE/SI, H IGNORADO E REPETIDAS COLAPSADAS.
           MOVE FUNCTION UPPER-CASE(WS-FON-ENTRADA) TO WS-FON-ENTRADA.
           MOVE SPACES TO WS-FON-SAIDA.
           MOVE ZERO TO WS-FON-OUT.
           MOVE SPACE TO WS-FON-ULT.
           PERFORM VARYING WS-FON-POS FROM 1 BY 1
             UNTIL WS-FON-POS IS GREATER THAN 150
             MOVE WS-FON-ENTRADA(WS-FON-POS:1) TO WS-FON-CHAR
             IF WS-FON-POS IS LESS THAN 150 THEN
                MOVE WS-FON-ENTRADA(WS-FON-POS + 1:1) TO WS-FON-PROX
             ELSE
                MOVE SPACE TO WS-FON-PROX
             END-IF
             EVALUATE TRUE
               WHEN WS-FON-CHAR IS EQUAL TO 'H'
                  CONTINUE
               WHEN WS-FON-CHAR IS EQUAL TO 'Z'
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'Y'
                  MOVE 'I' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'W'
                  MOVE 'U' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'K' OR
                    WS-FON-CHAR IS EQUAL TO 'Q'
                  MOVE 'C' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'X' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    (WS-FON-PROX IS EQUAL TO 'E' OR
                     WS-FON-PROX IS EQUAL TO 'I')
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'P' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'F' TO WS-FON-CHAR
                  PERFORM 0016-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS GREATER THAN OR EQUAL TO 'A' AND
                    WS-FON-CHAR IS LESS THAN OR EQUAL TO 'Z'
                  PERFORM 0016-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO SPACE AND
                    WS-FON-ULT IS NOT EQUAL TO SPACE
                  PERFORM 0016-EMITIR-FONEMA
               WHEN OTHER
                  CONTINUE
             END-EVALUATE
           END-PERFORM.

       0016-EMITIR-FONEMA.
           IF WS-FON-CHAR IS NOT EQUAL TO WS-FON-ULT THEN
              ADD 1 TO WS-FON-OUT
              IF WS-FON-OUT IS LESS THAN OR EQUAL TO 150 THEN
                 MOVE WS-FON-CHAR TO WS-FON-SAIDA(WS-FON-OUT:1)
              END-IF
           END-IF.
           MOVE WS-FON-CHAR TO WS-FON-ULT.

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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-RAZAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-razao-social.dat' DELIMITED BY SIZE
             INTO WS-CAM-INDICE-RAZAO
           END-STRING.
           MOVE SPACES TO WS-CAM-CHECKPOINT-RECALCULO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'checkpoint-recalculo-chaves.dat' DELIMITED BY SIZE
             INTO WS-CAM-CHECKPOINT-RECALCULO
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'recalculo-chaves-derivadas.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO
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

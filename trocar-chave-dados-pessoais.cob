       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCAR-CHAVE-DADOS-PESSOAIS.

      ****************************************************************
      * TROCA PERIODICA DA CHAVE QUE CIFRA OS DADOS PESSOAIS DE       *
      * SOCIOS2.DAT (CPF DO SOCIO PESSOA FISICA, CPF E NOME DO        *
      * REPRESENTANTE) E RECIFRAGEM DA BASE COM A CHAVE NOVA.         *
      * MODOS:                                                        *
      *   N - GERA CHAVE NOVA (32 CARACTERES ALEATORIOS A-Z/0-9),     *
      *       ACRESCENTA AO ARQUIVO DE CHAVES COM A VERSAO SEGUINTE E *
      *       RECIFRA A BASE. NA PRIMEIRA EXECUCAO CRIA A VERSAO 001  *
      *       E CIFRA A BASE AINDA EM CLARO;                          *
      *   R - SO RECIFRA OS REGISTROS QUE NAO ESTAO NA VERSAO         *
      *       CORRENTE (RETOMADA DE TROCA INTERROMPIDA, BACKUP OU     *
      *       JOURNAL RESTAURADO COM VERSAO ANTERIOR).                *
      * AS VERSOES ANTERIORES FICAM NO ARQUIVO DE CHAVES: SEM ELAS OS *
      * BACKUPS ANTIGOS NAO PODEM SER DECIFRADOS. O ARQUIVO DE CHAVES *
      * FICA FORA DO DIRETORIO DE DADOS (CHAVES/, CHAVES-TESTE/,      *
      * CHAVES-HML/) COM PERMISSAO SO DO DONO. COM CARGA EM ANDAMENTO *
      * A TROCA E ADIADA; DURANTE A RECIFRAGEM A CONSULTA FICA FORA   *
      * DO AR PELO MESMO SINALIZADOR DA CARGA.                        *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQ-CHAVES ASSIGN TO WS-CAM-CHAVES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CHV.

           SELECT ARQ-CHAVE-NOVA ASSIGN TO WS-CAM-CHAVE-NOVA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CHN.

           SELECT ARQ-CONTROLE-CARGA ASSIGN TO
                   WS-CAM-CONTROLE-MANUTENCAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CTL.

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
       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-CHAVES.
       01 REG-CHAVE                   PIC X(080).

       FD ARQ-CHAVE-NOVA.
       01 REG-CHAVE-NOVA              PIC X(080).

       FD ARQ-CONTROLE-CARGA.
       01 REG-CONTROLE-CARGA.
           03 RCC-STATUS              PIC X.
           03 RCC-HORA-PREVISTA       PIC X(005).

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
          'TROCAR-CHAVE-DADOS-PESSOAIS'.

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
       01 WS-DIR-CHAVES               PIC X(014) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTROLE-MANUTENCAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-CHAVES                  PIC X(060) VALUE SPACES.
       01 WS-CAM-CHAVE-NOVA              PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-CHV              PIC XX.
       01 ST-ARQUIVO-CHN              PIC XX.
       01 ST-ARQUIVO-CTL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-MODO                     PIC X VALUE 'N'.
       01 WS-MODO-DESC                PIC X(020) VALUE SPACES.
       01 WS-CARGA-EM-ANDAMENTO       PIC X VALUE 'N'.
       01 WS-CHAVE-GERADA             PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-PREVISTA            PIC 9(008) VALUE ZERO.
       01 WS-HH-PREVISTA              PIC 99 VALUE ZERO.
       01 WS-VERSAO-ANTERIOR          PIC 9(003) VALUE ZERO.
       01 WS-VERSAO-NOVA              PIC 9(003) VALUE ZERO.
       01 WS-VERSAO-CORRENTE          PIC 9(003) VALUE ZERO.
       01 WS-CHAVE-NOVA               PIC X(032) VALUE SPACES.
       01 WS-QTD-BRANCOS              PIC 99 VALUE ZERO.
       01 WS-COMANDO-SISTEMA          PIC X(250) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.

       01 WS-CONT-LIDOS               PIC 9(009) VALUE ZERO.
       01 WS-CONT-RECIFRADOS          PIC 9(009) VALUE ZERO.
       01 WS-CONT-JA-CORRENTES        PIC 9(009) VALUE ZERO.
       01 WS-CONT-ERROS               PIC 9(009) VALUE ZERO.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'TROCA DA CHAVE DE DADOS PESSOAIS DE SOCIOS2.DAT'.
           DISPLAY 'MODO (N=NOVA CHAVE E RECIFRAGEM, R=SO RECIFRAR '
              'PENDENTES): '.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF WS-MODO IS EQUAL TO 'R' THEN
              MOVE 'SO RECIFRAGEM' TO WS-MODO-DESC
           ELSE
              MOVE 'N' TO WS-MODO
              MOVE 'NOVA CHAVE' TO WS-MODO-DESC
           END-IF.
           DISPLAY 'MODO: ' WS-MODO-DESC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-CONFERIR-CARGA.
           IF WS-CARGA-EM-ANDAMENTO IS EQUAL TO 'S' THEN
              DISPLAY '*** CARGA EM ANDAMENTO - TROCA DE CHAVE '
                 'ADIADA ***'
              MOVE 4 TO RETURN-CODE
              MOVE 'ADIADA=CARGA-EM-ANDAMENTO' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           MOVE 'V' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           MOVE RCF-VERSAO TO WS-VERSAO-ANTERIOR.
           IF WS-MODO IS EQUAL TO 'N' THEN
              PERFORM 0010-GERAR-CHAVE
              IF WS-CHAVE-GERADA IS EQUAL TO 'N' THEN
                 MOVE 12 TO RETURN-CODE
                 MOVE 'CHAVE NOVA NAO GERADA' TO WS-SUM-CONTADORES
                 PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
                 GOBACK
              END-IF
           END-IF.
           MOVE 'R' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           MOVE RCF-VERSAO TO WS-VERSAO-CORRENTE.
           IF RCF-RETORNO IS NOT EQUAL TO '00' THEN
              DISPLAY '*** NAO HA CHAVE CORRENTE EM ' WS-CAM-CHAVES
                 ' - RODE O MODO N ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'SEM CHAVE CORRENTE' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           DISPLAY 'VERSAO ANTERIOR DA CHAVE: ' WS-VERSAO-ANTERIOR.
           DISPLAY 'VERSAO CORRENTE DA CHAVE: ' WS-VERSAO-CORRENTE.
           PERFORM 0003-SINALIZAR-MANUTENCAO.
           PERFORM 0020-RECIFRAR-BASE.
           PERFORM 0004-LIBERAR-MANUTENCAO.
           DISPLAY 'REGISTROS LIDOS............: ' WS-CONT-LIDOS.
           DISPLAY 'REGISTROS RECIFRADOS.......: ' WS-CONT-RECIFRADOS.
           DISPLAY 'JA NA VERSAO CORRENTE......: '
              WS-CONT-JA-CORRENTES.
           DISPLAY 'COM VERSAO DESCONHECIDA....: ' WS-CONT-ERROS.
           DISPLAY 'FIM DA TROCA DE CHAVE.'.
           IF WS-CONT-ERROS IS GREATER THAN ZERO THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'VERSAO=' DELIMITED BY SIZE
                  WS-VERSAO-CORRENTE DELIMITED BY SIZE
                  ' LIDOS=' DELIMITED BY SIZE
                  WS-CONT-LIDOS DELIMITED BY SIZE
                  ' RECIFRADOS=' DELIMITED BY SIZE
                  WS-CONT-RECIFRADOS DELIMITED BY SIZE
                  ' ERROS=' DELIMITED BY SIZE
                  WS-CONT-ERROS DELIMITED BY SIZE
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

       0003-SINALIZAR-MANUTENCAO.
           ACCEPT WS-HORA-PREVISTA FROM TIME.
           MOVE WS-HORA-PREVISTA(1:2) TO WS-HH-PREVISTA.
           ADD 1 TO WS-HH-PREVISTA.
           IF WS-HH-PREVISTA IS GREATER THAN 23 THEN
              SUBTRACT 24 FROM WS-HH-PREVISTA
           END-IF.
           MOVE 'M' TO RCC-STATUS.
           MOVE SPACES TO RCC-HORA-PREVISTA.
           STRING WS-HH-PREVISTA DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-HORA-PREVISTA(3:2) DELIMITED BY SIZE
             INTO RCC-HORA-PREVISTA
           END-STRING.
           OPEN OUTPUT ARQ-CONTROLE-CARGA.
           WRITE REG-CONTROLE-CARGA.
           CLOSE ARQ-CONTROLE-CARGA.

       0004-LIBERAR-MANUTENCAO.
           MOVE SPACES TO REG-CONTROLE-CARGA.
           OPEN OUTPUT ARQ-CONTROLE-CARGA.
           WRITE REG-CONTROLE-CARGA.
           CLOSE ARQ-CONTROLE-CARGA.

       0010-GERAR-CHAVE.
      *    A CHAVE NOVA VEM DO GERADOR ALEATORIO DO SISTEMA
      *    OPERACIONAL, GRAVADA EM ARQUIVO TEMPORARIO SO DO DONO NO
      *    PROPRIO DIRETORIO DE CHAVES E ACRESCENTADA AO ARQUIVO DE
      *    CHAVES COM A VERSAO SEGUINTE A CORRENTE.
           MOVE 'N' TO WS-CHAVE-GERADA.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'mkdir -p ' DELIMITED BY SIZE
                  WS-DIR-CHAVES DELIMITED BY SPACE
                  ' && chmod 700 ' DELIMITED BY SIZE
                  WS-DIR-CHAVES DELIMITED BY SPACE
                  ' && umask 077 && tr -dc A-Z0-9 < /dev/urandom'
                    DELIMITED BY SIZE
                  ' | head -c 32 > ' DELIMITED BY SIZE
                  WS-CAM-CHAVE-NOVA DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA
           END-CALL.
           IF WS-RC-SISTEMA IS NOT EQUAL TO ZERO THEN
              DISPLAY '*** FALHA AO GERAR A CHAVE NOVA (RC '
                 WS-RC-SISTEMA ') ***'
           ELSE
              PERFORM 0011-LER-CHAVE-NOVA
           END-IF.
           IF WS-CHAVE-GERADA IS EQUAL TO 'S' THEN
              PERFORM 0012-ACRESCENTAR-CHAVE
           END-IF.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'rm -f ' DELIMITED BY SIZE
                  WS-CAM-CHAVE-NOVA DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA
           END-CALL.
           MOVE SPACES TO WS-CHAVE-NOVA.

       0011-LER-CHAVE-NOVA.
           MOVE SPACES TO WS-CHAVE-NOVA.
           OPEN INPUT ARQ-CHAVE-NOVA.
           IF ST-ARQUIVO-CHN IS EQUAL TO '00' THEN
              READ ARQ-CHAVE-NOVA
                AT END CONTINUE
                NOT AT END MOVE REG-CHAVE-NOVA(1:32) TO WS-CHAVE-NOVA
              END-READ
              CLOSE ARQ-CHAVE-NOVA
           END-IF.
           MOVE ZERO TO WS-QTD-BRANCOS.
           INSPECT WS-CHAVE-NOVA TALLYING WS-QTD-BRANCOS
             FOR ALL SPACES.
           IF WS-QTD-BRANCOS IS GREATER THAN ZERO THEN
              DISPLAY '*** CHAVE NOVA INCOMPLETA - TROCA CANCELADA ***'
           ELSE
              MOVE 'S' TO WS-CHAVE-GERADA
           END-IF.

       0012-ACRESCENTAR-CHAVE.
           ADD 1 WS-VERSAO-ANTERIOR GIVING WS-VERSAO-NOVA.
           OPEN EXTEND ARQ-CHAVES.
           IF ST-ARQUIVO-CHV IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-CHAVES
           END-IF.
           IF ST-ARQUIVO-CHV IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR ' WS-CAM-CHAVES ' - STATUS '
                 ST-ARQUIVO-CHV ' ***'
              MOVE 'N' TO WS-CHAVE-GERADA
           ELSE
              MOVE SPACES TO REG-CHAVE
              STRING WS-VERSAO-NOVA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-DATA-HOJE DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-CHAVE-NOVA DELIMITED BY SIZE
                INTO REG-CHAVE
              END-STRING
              WRITE REG-CHAVE
              CLOSE ARQ-CHAVES
              MOVE SPACES TO REG-CHAVE
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'chmod 600 ' DELIMITED BY SIZE
                     WS-CAM-CHAVES DELIMITED BY SPACE
                INTO WS-COMANDO-SISTEMA
              END-STRING
              CALL "SYSTEM" USING WS-COMANDO-SISTEMA
                RETURNING WS-RC-SISTEMA
              END-CALL
              DISPLAY 'CHAVE VERSAO ' WS-VERSAO-NOVA ' GERADA EM '
                 WS-CAM-CHAVES
           END-IF.

       0020-RECIFRAR-BASE.
      *    CADA REGISTRO FORA DA VERSAO CORRENTE E DECIFRADO COM A
      *    SUA PROPRIA VERSAO (000 = EM CLARO) E CIFRADO COM A
      *    CORRENTE. INTERROMPIDA, A TROCA E RETOMADA PELO MODO R SEM
      *    REFAZER O QUE JA FOI RECIFRADO.
           OPEN I-O ARQ-SOCIOS.
           IF ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** SOCIOS2.DAT INDISPONIVEL (STATUS '
                 ST-ARQUIVO-SOC ') ***'
              ADD 1 TO WS-CONT-ERROS
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-CONT-LIDOS
                     PERFORM 0021-RECIFRAR-SOCIO
                END-READ
              END-PERFORM
              CLOSE ARQ-SOCIOS
           END-IF.

       0021-RECIFRAR-SOCIO.
           IF FRS-VERSAO-CHAVE IS NUMERIC AND
              FRS-VERSAO-CHAVE IS EQUAL TO WS-VERSAO-CORRENTE THEN
              ADD 1 TO WS-CONT-JA-CORRENTES
           ELSE
              MOVE FD-REG-SOCIO TO RCF-REG-SOCIO
              MOVE 'D' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              IF RCF-RETORNO IS NOT EQUAL TO '00' THEN
                 ADD 1 TO WS-CONT-ERROS
                 DISPLAY '*** SOCIO ' FRS-COD-SOCIO ' COM VERSAO DE '
                    'CHAVE ' FRS-VERSAO-CHAVE ' DESCONHECIDA ***'
              ELSE
                 MOVE 'C' TO RCF-FUNCAO
                 CALL 'CIFRAR-DADOS-PESSOAIS'
                   USING REGISTRO-CIFRA-SOCIO
                 MOVE RCF-REG-SOCIO TO FD-REG-SOCIO
                 REWRITE FD-REG-SOCIO
                   INVALID KEY
                      ADD 1 TO WS-CONT-ERROS
                      DISPLAY '*** ERRO AO REGRAVAR SOCIO '
                         FRS-COD-SOCIO ' - STATUS ' ST-ARQUIVO-SOC
                         ' ***'
                   NOT INVALID KEY
                      ADD 1 TO WS-CONT-RECIFRADOS
                 END-REWRITE
              END-IF
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
      *    ARQUIVO AUSENTE = PRODUCAO). O DIRETORIO DE CHAVES E O
      *    MESMO QUE O CIFRAR-DADOS-PESSOAIS USA, FORA DO DE DADOS.
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
                MOVE 'chaves-teste/' TO WS-DIR-CHAVES
                MOVE 'TESTE' TO WS-AMBIENTE-DESC
             WHEN 'H'
                MOVE 'dados-hml/' TO WS-DIR-DADOS
                MOVE 'chaves-hml/' TO WS-DIR-CHAVES
                MOVE 'HOMOLOGACAO' TO WS-AMBIENTE-DESC
             WHEN OTHER
                MOVE 'P' TO WS-AMBIENTE
                MOVE 'dados/' TO WS-DIR-DADOS
                MOVE 'chaves/' TO WS-DIR-CHAVES
                MOVE 'PRODUCAO' TO WS-AMBIENTE-DESC
           END-EVALUATE.
           DISPLAY 'AMBIENTE DE EXECUCAO: ' WS-AMBIENTE-DESC.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLE-MANUTENCAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'controle-manutencao.dat' DELIMITED BY SIZE
             INTO WS-CAM-CONTROLE-MANUTENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-CHAVES.
           STRING WS-DIR-CHAVES DELIMITED BY SPACE
                  'chave-dados-pessoais.dat' DELIMITED BY SIZE
             INTO WS-CAM-CHAVES
           END-STRING.
           MOVE SPACES TO WS-CAM-CHAVE-NOVA.
           STRING WS-DIR-CHAVES DELIMITED BY SPACE
                  'chave-nova.tmp' DELIMITED BY SIZE
             INTO WS-CAM-CHAVE-NOVA
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

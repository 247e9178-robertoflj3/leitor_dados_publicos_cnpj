                     DUPLICATES
                   ALTERNATE KEY IS FRE-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-SITUACAO-DATA WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-EXTRATO ASSIGN TO WS-NOME-ARQ-EXTRATO
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

       FD ARQ-TABELA-DEPARA-LOG.
       01 REG-TABELA-DEPARA-LOG.
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
       01 WS-CAM-CHECKPOINT-CONSOLIDACA  PIC X(060) VALUE SPACES.
       01 WS-CAM-CLASSIFICACAO-CONSOLID  PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTROLE-MANUTENCAO     PIC X(060) VALUE SPACES.
       01 WS-PERC-CAPITAL-ANTERIOR    PIC 9(005) VALUE ZERO.
       01 WS-QUALIF-SOCIO-ANTERIOR    PIC XX VALUE SPACES.
       01 WS-CPF-MIOLO-SOC            PIC 9(006) VALUE ZERO.
       01 WS-CPF-SOCIO-CIFRADO        PIC X(014) VALUE SPACES.
       01 WS-CPF-SOCIO-COMPARA        PIC X(014) VALUE SPACES.
       01 WS-CHAVE-DADOS-OK           PIC X VALUE 'N'.
       01 WS-QTD-ASTERISCOS           PIC 99 VALUE ZERO.
       01 WS-FON-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-FON-SAIDA                PIC X(150) VALUE SPACES.

       COPY "REGISTRO-RFB.cpy".
       COPY "REGISTRO-RFB-SOCIO.cpy".
       COPY "REGISTRO-CIFRA-SOCIO.cpy".
       COPY "REGISTRO-RFB-EMPRESA.cpy".
       COPY "REGISTRO-RFB-EMPRESA-BASE.cpy".
       COPY "REGISTRO-RFB-SIMPLES.cpy".
                 'CONSULTA - CONSOLIDACAO NAO INICIADA ***'
              GOBACK
           END-IF.
      *    CPF E REPRESENTANTE DO SOCIO SAO GRAVADOS CIFRADOS: SEM A
      *    CHAVE CORRENTE A CONSOLIDACAO NAO COMECA.
           PERFORM 0061-VERIFICAR-CHAVE-DADOS.
           IF WS-CHAVE-DADOS-OK IS EQUAL TO 'N' THEN
              MOVE 12 TO RETURN-CODE
              MOVE 'SEM CHAVE DE DADOS PESSOAIS' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0021-SINALIZAR-MANUTENCAO.
           PERFORM 0012-LER-PARAMETROS.
           PERFORM 0006-DETECTAR-MODO-CARGA.
                   MOVE REGISTRO-RFB-SOCIO TO FD-REG-SOCIO
                   MOVE WS-CPF-MIOLO-SOC TO FRS-CPF-MIOLO
                   MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
                   PERFORM 0062-CIFRAR-SOCIO
                   WRITE FD-REG-SOCIO
                     INVALID KEY
                        CONTINUE
                        MOVE WS-CPF-MIOLO-SOC TO FRS-CPF-MIOLO
                        MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
                        MOVE WS-COD-SOCIO-ENCONTRADO TO FRS-COD-SOCIO
                        PERFORM 0062-CIFRAR-SOCIO
                        REWRITE FD-REG-SOCIO
                          INVALID KEY
                             CONTINUE
                        MOVE REGISTRO-RFB-SOCIO TO FD-REG-SOCIO
                        MOVE WS-CPF-MIOLO-SOC TO FRS-CPF-MIOLO
                        MOVE WS-FON-SAIDA TO FRS-NOME-FONETICO
                        PERFORM 0062-CIFRAR-SOCIO
                        WRITE FD-REG-SOCIO
                          INVALID KEY
                             CONTINUE
           MOVE 'N' TO WS-SOCIO-ENCONTRADO.
           MOVE ZEROES TO WS-PERC-CAPITAL-ANTERIOR.
           MOVE SPACES TO WS-QUALIF-SOCIO-ANTERIOR.
           PERFORM 0063-CIFRAR-CPF-BUSCA.
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
                  RRS-COD-QUALIFICACAO-SOCIO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DATA-EVENTO-SOC DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  RRS-DATA-ENTRADA-SOCIEDADE DELIMITED BY SIZE
             INTO REG-HISTORICO-SOC
           END-STRING.
           WRITE REG-HISTORICO-SOC.
           OPEN OUTPUT ARQ-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           CLOSE ARQ-CHECKPOINT.
       0061-VERIFICAR-CHAVE-DADOS.
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
                 'CONSOLIDACAO NAO INICIADA ***'
           END-IF.
       0062-CIFRAR-SOCIO.
      *    CIFRA CPF DO SOCIO PESSOA FISICA E CPF/NOME DO
      *    REPRESENTANTE; O MIOLO DO CPF FICA EM CLARO.
           MOVE ZERO TO FRS-VERSAO-CHAVE.
           MOVE FD-REG-SOCIO TO RCF-REG-SOCIO.
           MOVE 'C' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           MOVE RCF-REG-SOCIO TO FD-REG-SOCIO.
       0063-CIFRAR-CPF-BUSCA.
           MOVE RRS-CPF-SOCIO TO WS-CPF-SOCIO-CIFRADO.
           IF RRS-IDENTIFICADOR-SOCIO IS NOT EQUAL TO 1 THEN
              MOVE RRS-CPF-SOCIO TO RCF-ARGUMENTO
              MOVE 'A' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              MOVE RCF-ARGUMENTO TO WS-CPF-SOCIO-CIFRADO
           END-IF.
       9600-GRAVAR-SUMARIO-EXECUCAO.
      *    SUMARIO DE EXECUCAO EM LAYOUT UNICO (PROGRAMA;DATA;HORA;
      *    RC;VEREDICTO;CONTADORES), ACRESCENTADO A
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

       0045-CARREGAR-TABELA-MUNICIPIO.
           MOVE ZERO TO WS-QTD-MUNICIPIOS.
           OPEN INPUT ARQ-TABELA-MUNICIPIO.

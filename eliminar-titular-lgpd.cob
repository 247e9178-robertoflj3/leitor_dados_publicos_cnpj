                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-TER.

           SELECT ARQ-REPLICACAO-PEND ASSIGN TO
                   WS-CAM-REPLICACAO-PENDENTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RPL.

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
       FD ARQ-TERMO.
       01 REG-TERMO                   PIC X(120).

       FD ARQ-REPLICACAO-PEND.
       01 REG-REPLICACAO-PEND         PIC X(080).

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
       01 WS-CAM-HISTORICO-SOCIETARIO    PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-TEMPORARIO    PIC X(060) VALUE SPACES.
       01 WS-CAM-LISTA-SUPRESSAO         PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-TERMO-ELIMINACAO        PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-PENDENTE     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-RPL              PIC XX.
       01 WS-RPL-ARQUIVO              PIC X(003) VALUE SPACES.
       01 WS-RPL-CHAVE                PIC X(014) VALUE SPACES.
       01 WS-RPL-ORIGEM               PIC X(020) VALUE SPACES.
       01 WS-RPL-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-RPL-HORA                 PIC 9(008) VALUE ZERO.

       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-HSOC             PIC XX.
       01 ST-ARQUIVO-TER              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-CPF-TITULAR              PIC X(014) VALUE SPACES.
       01 WS-CPF-TITULAR-CIFRADO      PIC X(014) VALUE SPACES.
       01 WS-CONFIRMA                 PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.
       01 WS-COMANDO-SISTEMA          PIC X(160) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
                 ST-ARQUIVO-SOC ') ***'
              GOBACK
           END-IF.
      *    O CPF DO TITULAR ESTA CIFRADO NA BASE; O HISTORICO E A
      *    LISTA DE SUPRESSAO CONTINUAM PELO CPF EM CLARO.
           MOVE WS-CPF-TITULAR TO WS-CPF-TITULAR-CIFRADO.
           MOVE WS-CPF-TITULAR TO RCF-ARGUMENTO.
           MOVE 'A' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-ARGUMENTO TO WS-CPF-TITULAR-CIFRADO
           END-IF.
           MOVE WS-CPF-TITULAR-CIFRADO TO FRS-CPF-SOCIO.
           MOVE 'N' TO WS-EOF.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
             INVALID KEY MOVE 'Y' TO WS-EOF
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF FRS-CPF-SOCIO IS NOT EQUAL TO
                     WS-CPF-TITULAR-CIFRADO THEN
                     MOVE 'Y' TO WS-EOF
                  ELSE
                     DELETE ARQ-SOCIOS RECORD
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-SOCIOS-REMOVIDOS
                          MOVE 'SOC' TO WS-RPL-ARQUIVO
                          MOVE FRS-COD-SOCIO TO WS-RPL-CHAVE
                          MOVE 'ELIMINACAO-LGPD' TO WS-RPL-ORIGEM
                          PERFORM 9850-ENFILEIRAR-REPLICACAO
                     END-DELETE
                     MOVE WS-CPF-TITULAR-CIFRADO TO FRS-CPF-SOCIO
                     START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
                       INVALID KEY MOVE 'Y' TO WS-EOF
                     END-START
           WRITE REG-TERMO.
           CLOSE ARQ-TERMO.

       9850-ENFILEIRAR-REPLICACAO.
      *    ANOTA A CHAVE ALTERADA NA FILA DA REPLICACAO PARA O SITE DE
      *    CONTINGENCIA (ARQUIVO;CHAVE;ORIGEM;DATA;HORA); O
      *    EMPACOTAR-REPLICACAO-CONTINGENCIA LEVA A IMAGEM CORRENTE.
           ACCEPT WS-RPL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RPL-HORA FROM TIME.
           OPEN EXTEND ARQ-REPLICACAO-PEND.
           IF ST-ARQUIVO-RPL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-REPLICACAO-PEND
           END-IF.
           MOVE SPACES TO REG-REPLICACAO-PEND.
           STRING WS-RPL-ARQUIVO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RPL-CHAVE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-RPL-ORIGEM DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-RPL-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RPL-HORA DELIMITED BY SIZE
             INTO REG-REPLICACAO-PEND
           END-STRING.
           WRITE REG-REPLICACAO-PEND.
           CLOSE ARQ-REPLICACAO-PEND.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'termo-eliminacao-lgpd.dat' DELIMITED BY SIZE
             INTO WS-CAM-TERMO-ELIMINACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-PENDENTE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-pendente.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-PENDENTE
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

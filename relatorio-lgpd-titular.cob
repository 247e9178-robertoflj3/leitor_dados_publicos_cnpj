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
       01 WS-CAM-AUDITORIA-MANUTENCAO    PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-SOCIETARIO    PIC X(060) VALUE SPACES.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-TAB                  PIC X VALUE 'N'.
       01 WS-CPF-TITULAR              PIC X(014) VALUE SPACES.
       01 WS-CPF-TITULAR-CIFRADO      PIC X(014) VALUE SPACES.
       01 WS-CPF-REP-CIFRADO          PIC X(011) VALUE SPACES.
       01 ST-ARQUIVO-CPP              PIC XX.
       01 WS-CAM-CPF-PEDIDO-LGPD      PIC X(060) VALUE SPACES.
       01 WS-DATA-EMISSAO             PIC 9(008) VALUE ZERO.
       01 WS-TOTAL-AUDITORIA          PIC 9(005) VALUE ZERO.
       01 WS-TOTAL-HISTORICO          PIC 9(005) VALUE ZERO.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           WRITE REG-RELATORIO.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-EMPRESAS.
      *    O CPF DO TITULAR ESTA CIFRADO NA BASE.
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
                     ADD 1 TO WS-TOTAL-PARTICIPACOES
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
      *    O CPF E O NOME DO REPRESENTANTE ESTAO CIFRADOS NA BASE;
      *    A OCORRENCIA ENCONTRADA E DECIFRADA PARA O RELATORIO.
           MOVE WS-CPF-TITULAR(4:11) TO WS-CPF-REP-CIFRADO.
           MOVE SPACES TO RCF-ARGUMENTO.
           MOVE WS-CPF-TITULAR(4:11) TO RCF-ARGUMENTO(1:11).
           MOVE 'A' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-ARGUMENTO(1:11) TO WS-CPF-REP-CIFRADO
           END-IF.
           OPEN INPUT ARQ-SOCIOS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF FRS-CPF-REPRESENTANTE IS EQUAL TO
                     WS-CPF-REP-CIFRADO THEN
                     MOVE FD-REG-SOCIO TO RCF-REG-SOCIO
                     MOVE 'D' TO RCF-FUNCAO
                     CALL 'CIFRAR-DADOS-PESSOAIS'
                       USING REGISTRO-CIFRA-SOCIO
                     IF RCF-RETORNO IS EQUAL TO '00' THEN
                        MOVE RCF-REG-SOCIO TO FD-REG-SOCIO
                     END-IF
                     ADD 1 TO WS-TOTAL-REPRESENTACOES
                     MOVE SPACES TO REG-RELATORIO
                     STRING 'REPRESENTANTE;' DELIMITED BY SIZE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
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

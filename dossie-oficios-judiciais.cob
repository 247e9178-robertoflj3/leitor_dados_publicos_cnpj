                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

           SELECT ARQ-COMPETENCIA-REF ASSIGN TO
                   "competencia-referencia.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OFICIOS.
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
       01 WS-CAM-HISTORICO-SITUACAO-CAD  PIC X(060) VALUE SPACES.
       01 WS-OFI-PROCESSO             PIC X(025) VALUE SPACES.
       01 WS-OFI-TIPO-ALVO            PIC X VALUE SPACE.
       01 WS-OFI-ALVO                 PIC X(014) VALUE SPACES.
       01 WS-OFI-ALVO-CIFRADO         PIC X(014) VALUE SPACES.
       01 WS-OFI-DT-ENTRADA           PIC X(008) VALUE SPACES.
       01 WS-OFI-DT-PRAZO             PIC X(008) VALUE SPACES.
       01 WS-OFI-STATUS               PIC X(010) VALUE SPACES.
          05 WS-OFT-OCR OCCURS 500 TIMES.
             10 WS-OFT-LINHA          PIC X(160).

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           CLOSE ARQ-SOCIOS.

       0019-LINHA-SOCIO.
      *    CPF DO SOCIO E CPF/NOME DO REPRESENTANTE FICAM CIFRADOS NA
      *    BASE; O DOSSIE PARA O JUIZO SAI COM OS DADOS DECIFRADOS.
           MOVE FD-REG-SOCIO TO RCF-REG-SOCIO.
           MOVE 'D' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-REG-SOCIO TO FD-REG-SOCIO
           ELSE
              DISPLAY '*** SOCIO ' FRS-COD-SOCIO ' COM VERSAO DE '
                 'CHAVE ' FRS-VERSAO-CHAVE ' DESCONHECIDA ***'
           END-IF.
           MOVE SPACES TO REG-DOSSIE.
           IF WS-CODIGO-AUTORIZACAO IS EQUAL TO
              WS-CODIGO-AUTORIZACAO-VALIDO THEN
           MOVE '--- PARTICIPACOES DO TITULAR ---' TO REG-DOSSIE.
           PERFORM 0013-GRAVAR-LINHA-DOSSIE.
           OPEN INPUT ARQ-SOCIOS.
      *    O CPF DO TITULAR ESTA CIFRADO NA BASE.
           MOVE WS-OFI-ALVO TO WS-OFI-ALVO-CIFRADO.
           MOVE WS-OFI-ALVO TO RCF-ARGUMENTO.
           MOVE 'A' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-ARGUMENTO TO WS-OFI-ALVO-CIFRADO
           END-IF.
           MOVE WS-OFI-ALVO-CIFRADO TO FRS-CPF-SOCIO.
           MOVE 'N' TO WS-EOF-SEC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
             INVALID KEY MOVE 'Y' TO WS-EOF-SEC
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SEC
               NOT AT END
                  IF FRS-CPF-SOCIO IS NOT EQUAL TO
                     WS-OFI-ALVO-CIFRADO THEN
                     MOVE 'Y' TO WS-EOF-SEC
                  ELSE
                     MOVE SPACES TO REG-DOSSIE
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

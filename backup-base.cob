                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-SITUACAO-DATA WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
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
       01 WS-CAM-CNAE2                   PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
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

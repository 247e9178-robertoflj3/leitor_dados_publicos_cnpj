                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-SITUACAO-DATA WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EST.

           SELECT ARQ-CALENDARIO ASSIGN TO WS-CAM-CALENDARIO-CARGAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAL.

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
       FD ARQ-JOURNAL.
       FD ARQ-ESTORNO.
       01 REG-ESTORNO                 PIC X(120).

       FD ARQ-CALENDARIO.
       COPY "FD-REG-CALENDARIO.cpy".

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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-CALENDARIO-CARGAS       PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTORNO-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-JOURNAL-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-EST              PIC XX.
       01 ST-ARQUIVO-CAL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-ID-PEDIDO                PIC X(014) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           PERFORM 0008-REGISTRAR-ESTORNO.
           IF WS-CONT-FALHAS IS EQUAL TO ZERO THEN
              PERFORM 0009-REGISTRAR-CALENDARIO
           END-IF.
           DISPLAY 'LANCAMENTOS DA CARGA.: ' WS-QTD-LANCAMENTOS.
           DISPLAY 'LANCAMENTOS DESFEITOS: ' WS-CONT-DESFEITOS.
           DISPLAY 'FALHAS NO ESTORNO....: ' WS-CONT-FALHAS.
           WRITE REG-ESTORNO.
           CLOSE ARQ-ESTORNO.

       0009-REGISTRAR-CALENDARIO.
      *    O SUFIXO DESFEITO SEM FALHAS VOLTA A PODER SER CARREGADO:
      *    A SITUACAO DESFEITA PASSA A SER A ULTIMA DELE NO
      *    CALENDARIO DE CARGAS CONSULTADO PELO GERAR-DADOS-INDEXADOS.
           MOVE SPACES TO FD-REG-CALENDARIO.
           MOVE WS-ID-PEDIDO(1:6) TO CAL-SUFIXO.
           MOVE WS-DATA-HOJE TO CAL-DATA-CARGA.
           MOVE WS-HORA-AGORA TO CAL-HORA-CARGA.
           MOVE 'D' TO CAL-TIPO-CARGA.
           MOVE ZERO TO CAL-QTD-ARQUIVOS.
           MOVE ZERO TO CAL-LIDO-EMP.
           MOVE ZERO TO CAL-GRAV-EMP.
           MOVE ZERO TO CAL-REJ-EMP.
           MOVE ZERO TO CAL-LIDO-SOC.
           MOVE ZERO TO CAL-GRAV-SOC.
           MOVE 'DESFEITA' TO CAL-SITUACAO.
           MOVE 'N' TO CAL-RECUPERACAO.
           MOVE ZERO TO CAL-LOTE-SUBSTITUIDO.
           OPEN EXTEND ARQ-CALENDARIO.
           IF ST-ARQUIVO-CAL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-CALENDARIO
           END-IF.
           WRITE FD-REG-CALENDARIO.
           CLOSE ARQ-CALENDARIO.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-CALENDARIO-CARGAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'calendario-cargas.dat' DELIMITED BY SIZE
             INTO WS-CAM-CALENDARIO-CARGAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTORNO-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'estorno-carga.dat' DELIMITED BY SIZE
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

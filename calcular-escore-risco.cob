      * E GRAVADO EM ESCORE-RISCO.DAT, INDEXADO POR CNPJ, COM OS      *
      * PONTOS DE CADA COMPONENTE PARA O RESULTADO SER AUDITAVEL.     *
      * A TELA DE CONSULTA EXIBE O ESCORE NA FICHA DA EMPRESA E O     *
      * EXPORTAR-ESCORE-FAIXA EXTRAI POR FAIXA (A/M/B). O COMPONENTE  *
      * DE ENDERECO TAMBEM SOMA PONTOS QUANDO O ENDERECO ATUAL DA     *
      * EMPRESA FOI DEVOLVIDO PELOS CORREIOS COMO NAO ENTREGAVEL      *
      * (ENDERECOS-NAO-ENTREGAVEIS.DAT).                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
                   RECORD KEY IS ERC-CNPJ
                   STATUS ST-ARQUIVO-ESC.

           SELECT ARQ-NAO-ENTREGAVEIS ASSIGN TO
                   WS-CAM-END-NAO-ENTREGAVEIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NEN-CNPJ
                   STATUS ST-ARQUIVO-NEN.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
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
       FD ARQ-ESCORE.
       COPY "FD-REG-ESCORE.cpy".

       FD ARQ-NAO-ENTREGAVEIS.
       COPY "FD-REG-END-NAO-ENTREGAVEL.cpy".

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
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
       01 WS-CAM-ESCORE-RISCO            PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-END-NAO-ENTREGAVEIS     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-ESC              PIC XX.
       01 ST-ARQUIVO-NEN              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-FIM-GRUPO                PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-ESCORE.
           OPEN INPUT ARQ-NAO-ENTREGAVEIS.
           PERFORM 0002-PERCORRER-GRUPOS-CEP.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           CLOSE ARQ-ESCORE.
           IF ST-ARQUIVO-NEN IS EQUAL TO '00' THEN
              CLOSE ARQ-NAO-ENTREGAVEIS
           END-IF.
           DISPLAY 'ESCORES CALCULADOS.........: ' WS-CONT-CALCULADOS.
           DISPLAY 'FAIXA A (ALTO, 50 OU MAIS).: ' WS-CONT-FAIXA-A.
           DISPLAY 'FAIXA M (MEDIO, 25 A 49)...: ' WS-CONT-FAIXA-M.
           THEN
              MOVE 20 TO WS-PTS-ENDERECO
           END-IF.
      *    ENDERECO DEVOLVIDO PELOS CORREIOS: A MARCA SO VALE ENQUANTO
      *    A EMPRESA TIVER O MESMO ENDERECO QUE FOI DEVOLVIDO.
           IF ST-ARQUIVO-NEN IS EQUAL TO '00' THEN
              MOVE FRE-CNPJ TO NEN-CNPJ
              READ ARQ-NAO-ENTREGAVEIS
                KEY IS NEN-CNPJ
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF NEN-CEP IS EQUAL TO FRE-CEP AND
                      NEN-TIPO-LOGRADOURO IS EQUAL TO
                         FRE-TIPO-LOGRADOURO AND
                      NEN-LOGRADOURO IS EQUAL TO FRE-LOGRADOURO AND
                      NEN-NUMERO IS EQUAL TO FRE-NUMERO AND
                      NEN-COMPLEMENTO IS EQUAL TO FRE-COMPLEMENTO THEN
                      ADD 15 TO WS-PTS-ENDERECO
                   END-IF
              END-READ
           END-IF.

       0008-PONTUAR-SOCIOS.
      *    SOCIO REINCIDENTE: BASTA UM SOCIO DO QUADRO COM MAIS
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-END-NAO-ENTREGAVEIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'enderecos-nao-entregaveis.dat' DELIMITED BY SIZE
             INTO WS-CAM-END-NAO-ENTREGAVEIS
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

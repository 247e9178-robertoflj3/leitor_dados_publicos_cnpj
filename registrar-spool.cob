      * NO CATALOGO (ID;DATA;HORA;USUARIO;TIPO;REFERENCIA;RETENCAO).  *
      * A RETENCAO VEM DO PARAMETRO SPOOL-RETENCAO-DIAS (PADRAO 90);  *
      * O EXPURGAR-SPOOL REMOVE AS ENTRADAS VENCIDAS. A TELA DE       *
      * CONSULTA LISTA E REIMPRIME PELO MESMO CATALOGO. NA REEMISSAO  *
      * SOBRE COMPETENCIA PASSADA A REFERENCIA EM BRANCO VIRA         *
      * COMPETENCIA=<SUFIXO>.                                         *
      ****************************************************************

       ENVIRONMENT DIVISION.
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

           SELECT ARQ-COMPETENCIA-REF ASSIGN TO
                   "competencia-referencia.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SPOOL-CATALOGO.
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
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-CATALOGO          PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-SEQUENCIA         PIC X(060) VALUE SPACES.
           ACCEPT WS-USUARIO-EMISSOR.
           DISPLAY 'REFERENCIA (CNPJ, COMPETENCIA ETC., OPCIONAL): '.
           ACCEPT WS-REFERENCIA.
           IF WS-REFERENCIA IS EQUAL TO SPACES AND
              WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
              STRING 'COMPETENCIA=' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                INTO WS-REFERENCIA
              END-STRING
              DISPLAY 'REFERENCIA ASSUMIDA: ' WS-REFERENCIA
           END-IF.
           IF WS-NOME-ARQ-ORIGEM IS EQUAL TO SPACES OR
              WS-TIPO-SAIDA IS EQUAL TO SPACES THEN
              DISPLAY '*** ARQUIVO E TIPO SAO OBRIGATORIOS ***'
                  'spool-sequencia.dat' DELIMITED BY SIZE
             INTO WS-CAM-SPOOL-SEQUENCIA
           END-STRING.
           PERFORM 9910-RESOLVER-COMPETENCIA.

       9910-RESOLVER-COMPETENCIA.
      *    SAIDA EMITIDA EM REEMISSAO SOBRE COMPETENCIA PASSADA
      *    (COMPETENCIA-REFERENCIA.CFG PREENCHIDO) E CATALOGADA COM A
      *    COMPETENCIA COMO REFERENCIA QUANDO O OPERADOR NAO INFORMA
      *    OUTRA, PARA NAO SE CONFUNDIR COM A EMISSAO CORRENTE.
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
              DISPLAY 'COMPETENCIA DE REFERENCIA: ' WS-COMPETENCIA-REF
           END-IF.

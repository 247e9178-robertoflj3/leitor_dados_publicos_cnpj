                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VGO.

           SELECT ARQ-VEREDICTO-CONCILIACAO ASSIGN TO
                   WS-CAM-VEREDICTO-CONCILIACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VCO.

           SELECT ARQ-CATALOGO ASSIGN TO
                   WS-CAM-CATALOGO-COMPETENCIAS
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
       FD ARQ-RESULTADO.
       FD ARQ-VEREDICTO-GOLDEN.
       01 REG-VEREDICTO-GOLDEN        PIC X(200).

       FD ARQ-VEREDICTO-CONCILIACAO.
       01 REG-VEREDICTO-CONCILIACAO   PIC X(120).

       FD ARQ-CATALOGO.
       01 REG-CATALOGO                PIC X(040).

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
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-RESULTADO-CARGA         PIC X(060) VALUE SPACES.

       01 WS-CAM-VEREDICTO-ANOMALA       PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-VGO              PIC XX.
       01 WS-CAM-VEREDICTO-GOLDEN        PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-VCO              PIC XX.
       01 WS-CAM-VEREDICTO-CONCILIACAO   PIC X(060) VALUE SPACES.
       01 WS-EOF-GOLDEN               PIC X VALUE 'N'.
       01 WS-GOLDEN-NOGO              PIC X VALUE 'N'.
       01 WS-SUFIXO-CARGA             PIC X(006) VALUE SPACES.
           PERFORM 0005-CONFERIR-RESULTADO-CARGA.
           PERFORM 0007-CONFERIR-CARGA-ANOMALA.
           PERFORM 0008-CONFERIR-GOLDEN-QUERIES.
           PERFORM 0009-CONFERIR-CONCILIACAO-FULL.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'mv ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           PERFORM 0004-EXECUTAR-COMANDO.
      *    O QUADRO SOCIETARIO VAI JUNTO, PARA A REEMISSAO DE
      *    RELATORIOS SOBRE A COMPETENCIA (COMPETENCIA-REFERENCIA.CFG)
      *    ENXERGAR EMPRESAS E SOCIOS DA MESMA CARGA.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cp ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2-' DELIMITED BY SIZE
                  WS-SUFIXO-CARGA DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           PERFORM 0004-EXECUTAR-COMANDO.
           ACCEPT WS-DATA-PROMOCAO FROM DATE YYYYMMDD.
           OPEN EXTEND ARQ-CATALOGO.
           IF ST-ARQUIVO-CAT IS EQUAL TO '35' THEN
              GOBACK
           END-IF.

       0009-CONFERIR-CONCILIACAO-FULL.
      *    VEREDICTO DO CONCILIAR-FULL-DIARIAS: CARGA COMPLETA QUE
      *    DIVERGE DO ACUMULADO DAS DIARIAS ACIMA DO LIMIAR SEGURA A
      *    TROCA ATE AS DIARIAS PERDIDAS SEREM EXPLICADAS. SO VALE O
      *    VEREDICTO DA CARGA EM STAGING (MESMO SUFIXO); SEM
      *    VEREDICTO A TROCA PROSSEGUE, COMO NO GO/NO-GO DA
      *    PRE-VALIDACAO.
           OPEN INPUT ARQ-VEREDICTO-CONCILIACAO.
           IF ST-ARQUIVO-VCO IS NOT EQUAL TO '00' THEN
              DISPLAY 'SEM VEREDICTO DE CONCILIACAO COM AS DIARIAS - '
                 'PROSSEGUINDO'
           ELSE
              READ ARQ-VEREDICTO-CONCILIACAO
                AT END CONTINUE
                NOT AT END
                   IF REG-VEREDICTO-CONCILIACAO(1:11) IS EQUAL TO
                      'DIVERGENTE;' AND
                      REG-VEREDICTO-CONCILIACAO(12:6) IS EQUAL TO
                      WS-SUFIXO-CARGA THEN
                      DISPLAY '*** CARGA COMPLETA DIVERGE DAS CARGAS '
                         'DIARIAS - TROCA RECUSADA ***'
                      DISPLAY REG-VEREDICTO-CONCILIACAO
                      CLOSE ARQ-VEREDICTO-CONCILIACAO
                      GOBACK
                   END-IF
              END-READ
              CLOSE ARQ-VEREDICTO-CONCILIACAO
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'veredicto-golden.dat' DELIMITED BY SIZE
             INTO WS-CAM-VEREDICTO-GOLDEN
           END-STRING.
           MOVE SPACES TO WS-CAM-VEREDICTO-CONCILIACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'veredicto-conciliacao-full.dat' DELIMITED BY SIZE
             INTO WS-CAM-VEREDICTO-CONCILIACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-VEREDICTO-ANOMALA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'veredicto-carga-anomala.dat' DELIMITED BY SIZE
             INTO WS-CAM-VEREDICTO-ANOMALA
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

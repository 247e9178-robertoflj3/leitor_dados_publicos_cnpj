       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-INSCRICOES-ESTADUAIS.

      ****************************************************************
      * CARGA DO CADASTRO DE CONTRIBUINTES DO ICMS (INSCRICAO         *
      * ESTADUAL). LE CADASTRO-CONTRIBUINTES-ICMS.DAT                 *
      *   CNPJ;UF;INSCRICAO;SITUACAO;DATA-SITUACAO;REGIME-APURACAO    *
      * (DATA AAAAMMDD) E GRAVA/REGRAVA INSCRICOES-ESTADUAIS.DAT,      *
      * INDEXADO POR CNPJ + UF, LIDO PELA FICHA DA EMPRESA E PELO     *
      * RELATORIO-DIVERGENCIAS-IE. A CARGA ACUMULA: CADA UF PODE      *
      * CHEGAR NO SEU PROPRIO ARQUIVO, E A LINHA NOVA SUBSTITUI A     *
      * INSCRICAO JA GRAVADA PARA O MESMO CNPJ E UF.                  *
      * A SITUACAO DA IE, QUE CADA SEFAZ ESCREVE DE UM JEITO, E       *
      * GRAVADA NORMALIZADA:                                          *
      *   A - ATIVA / HABILITADA      S - SUSPENSA                    *
      *   I - INAPTA / NAO HABILITADA B - BAIXADA                     *
      *   C - CANCELADA / NULA / CASSADA                              *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTRIBUINTES ASSIGN TO
                   WS-CAM-CADASTRO-CONTRIBUINTES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CON.

           SELECT ARQ-INSCRICOES ASSIGN TO WS-CAM-INSCRICOES-ESTADUAIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IEE-CHAVE
                   STATUS ST-ARQUIVO-IEE.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTRIBUINTES.
       01 REG-CONTRIBUINTE            PIC X(150).

       FD ARQ-INSCRICOES.
       COPY "FD-REG-INSCRICAO-ESTADUAL.cpy".

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CADASTRO-CONTRIBUINTES  PIC X(060) VALUE SPACES.
       01 WS-CAM-INSCRICOES-ESTADUAIS    PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-CON              PIC XX.
       01 ST-ARQUIVO-IEE              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-LISTA-UFS                PIC X(054) VALUE
          'ACALAPAMBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-VALIDA                PIC X VALUE 'N'.

      *    CAMPOS DA LINHA DO CADASTRO
       01 WS-CON-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-CON-UF                   PIC X(002) VALUE SPACES.
       01 WS-CON-INSCRICAO            PIC X(014) VALUE SPACES.
       01 WS-CON-SITUACAO             PIC X(020) VALUE SPACES.
       01 WS-CON-DATA-SITUACAO        PIC X(008) VALUE SPACES.
       01 WS-CON-REGIME               PIC X(020) VALUE SPACES.
       01 WS-SITUACAO-COD             PIC X VALUE SPACE.

       01 WS-CONT-LIDAS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-NOVAS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-ATUALIZADAS         PIC 9(007) VALUE ZERO.
       01 WS-CONT-INVALIDAS           PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CARGA DO CADASTRO DE CONTRIBUINTES DO ICMS'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CONTRIBUINTES.
           IF ST-ARQUIVO-CON IS NOT EQUAL TO '00' THEN
              DISPLAY '*** CADASTRO-CONTRIBUINTES-ICMS.DAT INDISPONIVEL'
                 ' (STATUS ' ST-ARQUIVO-CON ') ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARQ-INSCRICOES.
           IF ST-ARQUIVO-IEE IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-INSCRICOES
              CLOSE ARQ-INSCRICOES
              OPEN I-O ARQ-INSCRICOES
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-CONTRIBUINTES
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF REG-CONTRIBUINTE IS NOT EQUAL TO SPACES THEN
                     ADD 1 TO WS-CONT-LIDAS
                     PERFORM 0002-CARREGAR-LINHA
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-CONTRIBUINTES.
           CLOSE ARQ-INSCRICOES.
           DISPLAY 'LINHAS LIDAS..........: ' WS-CONT-LIDAS.
           DISPLAY 'INSCRICOES NOVAS......: ' WS-CONT-NOVAS.
           DISPLAY 'INSCRICOES ATUALIZADAS: ' WS-CONT-ATUALIZADAS.
           DISPLAY 'LINHAS INVALIDAS......: ' WS-CONT-INVALIDAS.
           DISPLAY 'FIM DA CARGA DE INSCRICOES ESTADUAIS.'.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-INVALIDAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-CARREGAR-LINHA.
           MOVE SPACES TO WS-CON-CNPJ WS-CON-UF WS-CON-INSCRICAO
                          WS-CON-SITUACAO WS-CON-DATA-SITUACAO
                          WS-CON-REGIME.
           UNSTRING REG-CONTRIBUINTE DELIMITED BY ';'
             INTO WS-CON-CNPJ
                  WS-CON-UF
                  WS-CON-INSCRICAO
                  WS-CON-SITUACAO
                  WS-CON-DATA-SITUACAO
                  WS-CON-REGIME
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-CON-UF) TO WS-CON-UF.
           MOVE FUNCTION UPPER-CASE(WS-CON-SITUACAO) TO WS-CON-SITUACAO.
           MOVE FUNCTION UPPER-CASE(WS-CON-REGIME) TO WS-CON-REGIME.
           PERFORM 0003-VALIDAR-UF.
           PERFORM 0004-NORMALIZAR-SITUACAO.
      *    A LINHA DE CABECALHO CAI AQUI PELO CNPJ NAO NUMERICO.
           IF WS-CON-CNPJ IS NOT NUMERIC OR
              WS-UF-VALIDA IS NOT EQUAL TO 'S' OR
              WS-CON-INSCRICAO IS EQUAL TO SPACES OR
              WS-SITUACAO-COD IS EQUAL TO SPACE THEN
              ADD 1 TO WS-CONT-INVALIDAS
           ELSE
              MOVE WS-CON-CNPJ TO IEE-CNPJ
              MOVE WS-CON-UF TO IEE-UF
              MOVE WS-CON-INSCRICAO TO IEE-INSCRICAO
              MOVE WS-SITUACAO-COD TO IEE-SITUACAO
              IF WS-CON-DATA-SITUACAO IS NUMERIC THEN
                 MOVE WS-CON-DATA-SITUACAO TO IEE-DATA-SITUACAO
              ELSE
                 MOVE ZERO TO IEE-DATA-SITUACAO
              END-IF
              MOVE WS-CON-REGIME TO IEE-REGIME-APURACAO
              MOVE WS-DATA-HOJE TO IEE-DATA-CARGA
              WRITE FD-REG-INSCRICAO-ESTADUAL
                INVALID KEY
                   REWRITE FD-REG-INSCRICAO-ESTADUAL
                     INVALID KEY
                        ADD 1 TO WS-CONT-INVALIDAS
                     NOT INVALID KEY
                        ADD 1 TO WS-CONT-ATUALIZADAS
                   END-REWRITE
                NOT INVALID KEY
                   ADD 1 TO WS-CONT-NOVAS
              END-WRITE
           END-IF.

       0003-VALIDAR-UF.
           MOVE 'N' TO WS-UF-VALIDA.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN 27 OR
                   WS-UF-VALIDA IS EQUAL TO 'S'
             IF WS-LISTA-UFS(WS-IDX-UF * 2 - 1:2) IS EQUAL TO WS-CON-UF
             THEN
                MOVE 'S' TO WS-UF-VALIDA
             END-IF
           END-PERFORM.

       0004-NORMALIZAR-SITUACAO.
      *    SITUACAO FORA DA LISTA DEIXA O CODIGO EM BRANCO E A LINHA
      *    E REJEITADA.
           MOVE SPACE TO WS-SITUACAO-COD.
           EVALUATE TRUE
             WHEN WS-CON-SITUACAO(1:5) IS EQUAL TO 'ATIVA' OR
                  WS-CON-SITUACAO(1:5) IS EQUAL TO 'ATIVO' OR
                  WS-CON-SITUACAO(1:9) IS EQUAL TO 'HABILITAD'
                MOVE 'A' TO WS-SITUACAO-COD
             WHEN WS-CON-SITUACAO(1:6) IS EQUAL TO 'SUSPEN'
                MOVE 'S' TO WS-SITUACAO-COD
             WHEN WS-CON-SITUACAO(1:5) IS EQUAL TO 'INAPT' OR
                  WS-CON-SITUACAO(1:13) IS EQUAL TO 'NAO HABILITAD'
                MOVE 'I' TO WS-SITUACAO-COD
             WHEN WS-CON-SITUACAO(1:6) IS EQUAL TO 'BAIXAD'
                MOVE 'B' TO WS-SITUACAO-COD
             WHEN WS-CON-SITUACAO(1:8) IS EQUAL TO 'CANCELAD' OR
                  WS-CON-SITUACAO(1:4) IS EQUAL TO 'NULA' OR
                  WS-CON-SITUACAO(1:6) IS EQUAL TO 'CASSAD'
                MOVE 'C' TO WS-SITUACAO-COD
             WHEN OTHER
                MOVE SPACE TO WS-SITUACAO-COD
           END-EVALUATE.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
      *    ARQUIVO AUSENTE = PRODUCAO). O AMBIENTE VAI PARA O
      *    CABECALHO DAS TELAS E RODAPE DOS RELATORIOS, PARA NAO
      *    MISTURAR AS BASES SEM PERCEBER.
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
                MOVE 'TESTE' TO WS-AMBIENTE-DESC
             WHEN 'H'
                MOVE 'dados-hml/' TO WS-DIR-DADOS
                MOVE 'HOMOLOGACAO' TO WS-AMBIENTE-DESC
             WHEN OTHER
                MOVE 'P' TO WS-AMBIENTE
                MOVE 'dados/' TO WS-DIR-DADOS
                MOVE 'PRODUCAO' TO WS-AMBIENTE-DESC
           END-EVALUATE.
           DISPLAY 'AMBIENTE DE EXECUCAO: ' WS-AMBIENTE-DESC.
           MOVE SPACES TO WS-CAM-CADASTRO-CONTRIBUINTES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cadastro-contribuintes-icms.dat' DELIMITED BY SIZE
             INTO WS-CAM-CADASTRO-CONTRIBUINTES
           END-STRING.
           MOVE SPACES TO WS-CAM-INSCRICOES-ESTADUAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'inscricoes-estaduais.dat' DELIMITED BY SIZE
             INTO WS-CAM-INSCRICOES-ESTADUAIS
           END-STRING.

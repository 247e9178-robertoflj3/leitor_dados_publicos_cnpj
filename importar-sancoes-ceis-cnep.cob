       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-SANCOES-CEIS-CNEP.

      ****************************************************************
      * IMPORTACAO PERIODICA DOS CADASTROS PUBLICOS DE EMPRESAS       *
      * SANCIONADAS: CEIS (INIDONEAS E SUSPENSAS) E CNEP (PUNIDAS).   *
      * LE CEIS.CSV E CNEP.CSV, BAIXADOS DO PORTAL DA TRANSPARENCIA   *
      * E REDUZIDOS AO LEIAUTE                                        *
      *   CPF-CNPJ;NOME;TIPO-SANCAO;INICIO;FIM;ORGAO;UF-ORGAO;PROCESSO *
      * (DATAS DD/MM/AAAA, FIM EM BRANCO = PRAZO INDETERMINADO) E     *
      * RECRIA SANCOES-EMPRESAS.DAT, INDEXADO POR CNPJ + ORIGEM +     *
      * SEQUENCIA, COM CHAVE ALTERNATIVA PELA RAIZ DO CNPJ. SO        *
      * ENTRAM AS SANCOES DE PESSOA JURIDICA (14 DIGITOS DEPOIS DE    *
      * TIRAR A PONTUACAO). OS DOIS CADASTROS SAO SUBSTITUIDOS        *
      * JUNTOS: SE FALTAR UM DELES A BASE ANTERIOR E MANTIDA.         *
      * O CRUZAMENTO COM A BASE E OS AVISOS FICAM COM O               *
      * CRUZAR-SANCOES-EMPRESAS, QUE RODA EM SEGUIDA.                 *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CEIS ASSIGN TO WS-CAM-CEIS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CEI.

           SELECT ARQ-CNEP ASSIGN TO WS-CAM-CNEP
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CNE.

           SELECT ARQ-SANCOES ASSIGN TO WS-CAM-SANCOES-EMPRESAS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SAN-CHAVE
                   ALTERNATE RECORD KEY IS SAN-CNPJ-RAIZ WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-SAN.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CEIS.
       01 REG-CEIS                    PIC X(500).

       FD ARQ-CNEP.
       01 REG-CNEP                    PIC X(500).

       FD ARQ-SANCOES.
       COPY "FD-REG-SANCAO.cpy".

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CEIS                    PIC X(060) VALUE SPACES.
       01 WS-CAM-CNEP                    PIC X(060) VALUE SPACES.
       01 WS-CAM-SANCOES-EMPRESAS        PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-CEI              PIC XX.
       01 ST-ARQUIVO-CNE              PIC XX.
       01 ST-ARQUIVO-SAN              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-ORIGEM                   PIC X(004) VALUE SPACES.
       01 WS-LINHA                    PIC X(500) VALUE SPACES.

      *    CAMPOS DA LINHA DO CADASTRO
       01 WS-CSV-DOCUMENTO            PIC X(020) VALUE SPACES.
       01 WS-CSV-NOME                 PIC X(100) VALUE SPACES.
       01 WS-CSV-TIPO-SANCAO          PIC X(060) VALUE SPACES.
       01 WS-CSV-INICIO               PIC X(010) VALUE SPACES.
       01 WS-CSV-FIM                  PIC X(010) VALUE SPACES.
       01 WS-CSV-ORGAO                PIC X(080) VALUE SPACES.
       01 WS-CSV-UF-ORGAO             PIC X(002) VALUE SPACES.
       01 WS-CSV-PROCESSO             PIC X(030) VALUE SPACES.

      *    DOCUMENTO SO COM DIGITOS
       01 WS-DOC-DIGITOS              PIC X(020) VALUE SPACES.
       01 WS-QTD-DIGITOS              PIC 99 VALUE ZERO.
       01 WS-IDX-CAR                  PIC 99 VALUE ZERO.

      *    CONVERSAO DD/MM/AAAA -> AAAAMMDD
       01 WS-DATA-TEXTO               PIC X(010) VALUE SPACES.
       01 WS-DATA-CONV                PIC 9(008) VALUE ZERO.
       01 WS-DATA-VALIDA              PIC X VALUE 'N'.
       01 WS-DT-DIA                   PIC X(002) VALUE SPACES.
       01 WS-DT-MES                   PIC X(002) VALUE SPACES.
       01 WS-DT-ANO                   PIC X(004) VALUE SPACES.

       01 WS-GRAVADO                  PIC X VALUE 'N'.
       01 WS-CONT-LIDAS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-IMPORTADAS          PIC 9(007) VALUE ZERO.
       01 WS-CONT-PF                  PIC 9(007) VALUE ZERO.
       01 WS-CONT-INVALIDAS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-CEIS                PIC 9(007) VALUE ZERO.
       01 WS-CONT-CNEP                PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'IMPORTACAO DOS CADASTROS CEIS E CNEP'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CEIS.
           OPEN INPUT ARQ-CNEP.
           IF ST-ARQUIVO-CEI IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-CNE IS NOT EQUAL TO '00' THEN
              DISPLAY '*** CEIS.CSV OU CNEP.CSV INDISPONIVEL (STATUS '
                 ST-ARQUIVO-CEI '/' ST-ARQUIVO-CNE
                 ') - BASE DE SANCOES MANTIDA ***'
              IF ST-ARQUIVO-CEI IS EQUAL TO '00' THEN
                 CLOSE ARQ-CEIS
              END-IF
              IF ST-ARQUIVO-CNE IS EQUAL TO '00' THEN
                 CLOSE ARQ-CNEP
              END-IF
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-SANCOES.
           IF ST-ARQUIVO-SAN IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO CRIAR SANCOES-EMPRESAS.DAT (STATUS '
                 ST-ARQUIVO-SAN ') ***'
              CLOSE ARQ-CEIS
              CLOSE ARQ-CNEP
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE ARQ-SANCOES.
           OPEN I-O ARQ-SANCOES.
           MOVE 'CEIS' TO WS-ORIGEM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-CEIS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  MOVE REG-CEIS TO WS-LINHA
                  PERFORM 0002-IMPORTAR-LINHA
             END-READ
           END-PERFORM.
           CLOSE ARQ-CEIS.
           MOVE 'CNEP' TO WS-ORIGEM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-CNEP
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  MOVE REG-CNEP TO WS-LINHA
                  PERFORM 0002-IMPORTAR-LINHA
             END-READ
           END-PERFORM.
           CLOSE ARQ-CNEP.
           CLOSE ARQ-SANCOES.
           DISPLAY 'LINHAS LIDAS..............: ' WS-CONT-LIDAS.
           DISPLAY 'SANCOES IMPORTADAS - CEIS.: ' WS-CONT-CEIS.
           DISPLAY 'SANCOES IMPORTADAS - CNEP.: ' WS-CONT-CNEP.
           DISPLAY 'PESSOAS FISICAS IGNORADAS.: ' WS-CONT-PF.
           DISPLAY 'LINHAS INVALIDAS..........: ' WS-CONT-INVALIDAS.
           DISPLAY 'FIM DA IMPORTACAO CEIS/CNEP.'.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-INVALIDAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CONT-IMPORTADAS IS EQUAL TO ZERO THEN
              DISPLAY '*** NENHUMA SANCAO DE PESSOA JURIDICA IMPORTADA'
                 ' ***'
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-IMPORTAR-LINHA.
      *    LINHA DE CABECALHO (SEM DIGITOS NO DOCUMENTO) E LINHA EM
      *    BRANCO SAO DESCARTADAS SEM CONTAR COMO INVALIDAS.
           IF WS-LINHA IS EQUAL TO SPACES THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CSV-DOCUMENTO WS-CSV-NOME
                             WS-CSV-TIPO-SANCAO WS-CSV-INICIO
                             WS-CSV-FIM WS-CSV-ORGAO
                             WS-CSV-UF-ORGAO WS-CSV-PROCESSO
              UNSTRING WS-LINHA DELIMITED BY ';'
                INTO WS-CSV-DOCUMENTO
                     WS-CSV-NOME
                     WS-CSV-TIPO-SANCAO
                     WS-CSV-INICIO
                     WS-CSV-FIM
                     WS-CSV-ORGAO
                     WS-CSV-UF-ORGAO
                     WS-CSV-PROCESSO
              END-UNSTRING
              PERFORM 0003-EXTRAIR-DIGITOS
              IF WS-QTD-DIGITOS IS GREATER THAN ZERO THEN
                 ADD 1 TO WS-CONT-LIDAS
                 IF WS-QTD-DIGITOS IS EQUAL TO 14 THEN
                    PERFORM 0004-MONTAR-SANCAO
                 ELSE
                    IF WS-QTD-DIGITOS IS EQUAL TO 11 THEN
                       ADD 1 TO WS-CONT-PF
                    ELSE
                       ADD 1 TO WS-CONT-INVALIDAS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0003-EXTRAIR-DIGITOS.
           MOVE SPACES TO WS-DOC-DIGITOS.
           MOVE ZERO TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
             UNTIL WS-IDX-CAR IS GREATER THAN 20
             IF WS-CSV-DOCUMENTO(WS-IDX-CAR:1) IS NUMERIC AND
                WS-QTD-DIGITOS IS LESS THAN 20 THEN
                ADD 1 TO WS-QTD-DIGITOS
                MOVE WS-CSV-DOCUMENTO(WS-IDX-CAR:1) TO
                  WS-DOC-DIGITOS(WS-QTD-DIGITOS:1)
             END-IF
           END-PERFORM.

       0004-MONTAR-SANCAO.
           INITIALIZE FD-REG-SANCAO.
           MOVE WS-DOC-DIGITOS(1:14) TO SAN-CNPJ.
           MOVE WS-DOC-DIGITOS(1:8) TO SAN-CNPJ-RAIZ.
           MOVE WS-ORIGEM TO SAN-ORIGEM.
           MOVE FUNCTION UPPER-CASE(WS-CSV-NOME) TO SAN-NOME.
           MOVE FUNCTION UPPER-CASE(WS-CSV-TIPO-SANCAO) TO
             SAN-TIPO-SANCAO.
           MOVE FUNCTION UPPER-CASE(WS-CSV-ORGAO) TO SAN-ORGAO.
           MOVE FUNCTION UPPER-CASE(WS-CSV-UF-ORGAO) TO SAN-UF-ORGAO.
           MOVE WS-CSV-PROCESSO TO SAN-PROCESSO.
           MOVE WS-DATA-HOJE TO SAN-DATA-IMPORTACAO.
           MOVE WS-CSV-INICIO TO WS-DATA-TEXTO.
           PERFORM 0006-CONVERTER-DATA.
           IF WS-DATA-VALIDA IS NOT EQUAL TO 'S' OR
              WS-DATA-CONV IS EQUAL TO ZERO THEN
              ADD 1 TO WS-CONT-INVALIDAS
           ELSE
              MOVE WS-DATA-CONV TO SAN-DATA-INICIO
              MOVE WS-CSV-FIM TO WS-DATA-TEXTO
              PERFORM 0006-CONVERTER-DATA
              IF WS-DATA-VALIDA IS NOT EQUAL TO 'S' THEN
                 ADD 1 TO WS-CONT-INVALIDAS
              ELSE
                 MOVE WS-DATA-CONV TO SAN-DATA-FIM
                 PERFORM 0005-GRAVAR-SANCAO
              END-IF
           END-IF.

       0005-GRAVAR-SANCAO.
      *    O MESMO CNPJ PODE TER VARIAS SANCOES NO MESMO CADASTRO; A
      *    SEQUENCIA E A PRIMEIRA LIVRE PARA O CNPJ E A ORIGEM.
           MOVE 'N' TO WS-GRAVADO.
           MOVE 1 TO SAN-SEQ.
           PERFORM UNTIL WS-GRAVADO IS NOT EQUAL TO 'N'
             WRITE FD-REG-SANCAO
               INVALID KEY
                  IF SAN-SEQ IS LESS THAN 9999 THEN
                     ADD 1 TO SAN-SEQ
                  ELSE
                     MOVE 'E' TO WS-GRAVADO
                  END-IF
               NOT INVALID KEY
                  MOVE 'S' TO WS-GRAVADO
             END-WRITE
           END-PERFORM.
           IF WS-GRAVADO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-CONT-IMPORTADAS
              IF WS-ORIGEM IS EQUAL TO 'CEIS' THEN
                 ADD 1 TO WS-CONT-CEIS
              ELSE
                 ADD 1 TO WS-CONT-CNEP
              END-IF
           ELSE
              ADD 1 TO WS-CONT-INVALIDAS
           END-IF.

       0006-CONVERTER-DATA.
      *    DATA EM BRANCO = ZERO (VALIDA: FIM INDETERMINADO).
           MOVE ZERO TO WS-DATA-CONV.
           MOVE 'S' TO WS-DATA-VALIDA.
           IF WS-DATA-TEXTO IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-DT-DIA WS-DT-MES WS-DT-ANO
              UNSTRING WS-DATA-TEXTO DELIMITED BY '/'
                INTO WS-DT-DIA WS-DT-MES WS-DT-ANO
              END-UNSTRING
              IF WS-DT-DIA IS NUMERIC AND
                 WS-DT-MES IS NUMERIC AND
                 WS-DT-ANO IS NUMERIC THEN
                 MOVE WS-DT-ANO TO WS-DATA-CONV(1:4)
                 MOVE WS-DT-MES TO WS-DATA-CONV(5:2)
                 MOVE WS-DT-DIA TO WS-DATA-CONV(7:2)
              ELSE
                 MOVE 'N' TO WS-DATA-VALIDA
              END-IF
           END-IF.

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
           MOVE SPACES TO WS-CAM-CEIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'ceis.csv' DELIMITED BY SIZE
             INTO WS-CAM-CEIS
           END-STRING.
           MOVE SPACES TO WS-CAM-CNEP.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cnep.csv' DELIMITED BY SIZE
             INTO WS-CAM-CNEP
           END-STRING.
           MOVE SPACES TO WS-CAM-SANCOES-EMPRESAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sancoes-empresas.dat' DELIMITED BY SIZE
             INTO WS-CAM-SANCOES-EMPRESAS
           END-STRING.

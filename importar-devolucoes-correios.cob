       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-DEVOLUCOES-CORREIOS.

      ****************************************************************
      * IMPORTACAO DO RETORNO DE DEVOLUCOES DOS CORREIOS DA MALA      *
      * DIRETA. LE DEVOLUCOES-CORREIOS.DAT                            *
      *   CNPJ;MOTIVO;DATA-DEVOLUCAO                                  *
      * (CNPJ = IDENTIFICACAO DO OBJETO NO ARQUIVO-POSTAGEM; DATA     *
      * AAAAMMDD; MOTIVO PELO CODIGO DOS CORREIOS OU PELO TEXTO):     *
      *   01 MUDOU-SE               06 NAO PROCURADO                  *
      *   02 ENDERECO INSUFICIENTE  07 AUSENTE                        *
      *   03 NAO EXISTE O NUMERO    08 FALECIDO                       *
      *   04 DESCONHECIDO           09 OUTROS                         *
      *   05 RECUSADO                                                 *
      * OS MOTIVOS 01 A 04 SAO DE ENDERECO: A EMPRESA E MARCADA EM    *
      * ENDERECOS-NAO-ENTREGAVEIS.DAT, INDEXADO POR CNPJ, COM O       *
      * MOTIVO, A DATA E O ENDERECO DA BASE NA IMPORTACAO. A MARCA    *
      * VALE ENQUANTO A EMPRESA TIVER ESSE MESMO ENDERECO - QUANDO    *
      * UMA CARGA TRAZ ENDERECO NOVO ELA DEIXA DE VALER SOZINHA. A    *
      * MARCA TIRA A EMPRESA DO GERAR-MALA-DIRETA E ENTRA NO          *
      * COMPONENTE DE ENDERECO DO CALCULAR-ESCORE-RISCO E NO CAMPO    *
      * END-POSTAL DO COLETOR-QUALIDADE-DADOS. OS DEMAIS MOTIVOS SO   *
      * SAO CONTADOS. DEVOLUCAO JA IMPORTADA (MESMA DATA E MESMO      *
      * ENDERECO) NAO CONTA DE NOVO. RETURN-CODE:                     *
      *   0  - RETORNO IMPORTADO;                                     *
      *   4  - HA LINHAS INVALIDAS OU CNPJ FORA DA BASE;              *
      *   12 - RETORNO OU BASE INDISPONIVEL.                          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEVOLUCOES ASSIGN TO
                   WS-CAM-DEVOLUCOES-CORREIOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-DEV.

           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-NAO-ENTREGAVEIS ASSIGN TO
                   WS-CAM-END-NAO-ENTREGAVEIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NEN-CNPJ
                   STATUS ST-ARQUIVO-NEN.

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
       FD ARQ-DEVOLUCOES.
       01 REG-DEVOLUCAO               PIC X(100).

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-NAO-ENTREGAVEIS.
       COPY "FD-REG-END-NAO-ENTREGAVEL.cpy".

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
       01 WS-CAM-DEVOLUCOES-CORREIOS     PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-END-NAO-ENTREGAVEIS     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-DEV              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-NEN              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    CAMPOS DA LINHA DO RETORNO
       01 WS-DEV-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-DEV-MOTIVO               PIC X(030) VALUE SPACES.
       01 WS-DEV-DATA                 PIC X(008) VALUE SPACES.
       01 WS-MOTIVO-COD               PIC 9(002) VALUE ZERO.
       01 WS-MESMO-ENDERECO           PIC X VALUE 'N'.

       01 WS-CONT-LIDAS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-MARCADAS            PIC 9(007) VALUE ZERO.
       01 WS-CONT-REINCIDENTES        PIC 9(007) VALUE ZERO.
       01 WS-CONT-JA-IMPORTADAS       PIC 9(007) VALUE ZERO.
       01 WS-CONT-OUTROS-MOTIVOS      PIC 9(007) VALUE ZERO.
       01 WS-CONT-FORA-BASE           PIC 9(007) VALUE ZERO.
       01 WS-CONT-INVALIDAS           PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'IMPORTACAO DAS DEVOLUCOES DOS CORREIOS'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-DEVOLUCOES.
           IF ST-ARQUIVO-DEV IS NOT EQUAL TO '00' THEN
              DISPLAY '*** DEVOLUCOES-CORREIOS.DAT INDISPONIVEL'
                 ' (STATUS ' ST-ARQUIVO-DEV ') ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE INDISPONIVEL (STATUS '
                 ST-ARQUIVO-EMP ') ***'
              CLOSE ARQ-DEVOLUCOES
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ARQ-NAO-ENTREGAVEIS.
           IF ST-ARQUIVO-NEN IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-NAO-ENTREGAVEIS
              CLOSE ARQ-NAO-ENTREGAVEIS
              OPEN I-O ARQ-NAO-ENTREGAVEIS
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-DEVOLUCOES
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF REG-DEVOLUCAO IS NOT EQUAL TO SPACES THEN
                     ADD 1 TO WS-CONT-LIDAS
                     PERFORM 0002-PROCESSAR-LINHA
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-DEVOLUCOES.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-NAO-ENTREGAVEIS.
           DISPLAY 'LINHAS LIDAS..................: ' WS-CONT-LIDAS.
           DISPLAY 'ENDERECOS MARCADOS............: ' WS-CONT-MARCADAS.
           DISPLAY 'DEVOLVIDOS DE NOVO (REINCID.).: '
              WS-CONT-REINCIDENTES.
           DISPLAY 'DEVOLUCOES JA IMPORTADAS......: '
              WS-CONT-JA-IMPORTADAS.
           DISPLAY 'MOTIVO QUE NAO E DE ENDERECO..: '
              WS-CONT-OUTROS-MOTIVOS.
           DISPLAY 'CNPJ FORA DA BASE.............: ' WS-CONT-FORA-BASE.
           DISPLAY 'LINHAS INVALIDAS..............: ' WS-CONT-INVALIDAS.
           DISPLAY 'FIM DA IMPORTACAO DAS DEVOLUCOES.'.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-INVALIDAS IS GREATER THAN ZERO OR
              WS-CONT-FORA-BASE IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0002-PROCESSAR-LINHA.
           MOVE SPACES TO WS-DEV-CNPJ WS-DEV-MOTIVO WS-DEV-DATA.
           UNSTRING REG-DEVOLUCAO DELIMITED BY ';'
             INTO WS-DEV-CNPJ
                  WS-DEV-MOTIVO
                  WS-DEV-DATA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-DEV-MOTIVO) TO WS-DEV-MOTIVO.
           PERFORM 0003-NORMALIZAR-MOTIVO.
      *    A LINHA DE CABECALHO CAI AQUI PELO CNPJ NAO NUMERICO.
           IF WS-DEV-CNPJ IS NOT NUMERIC OR
              WS-DEV-DATA IS NOT NUMERIC OR
              WS-MOTIVO-COD IS EQUAL TO ZERO THEN
              ADD 1 TO WS-CONT-INVALIDAS
              DISPLAY 'LINHA INVALIDA: ' REG-DEVOLUCAO(1:60)
           ELSE
              IF WS-MOTIVO-COD IS GREATER THAN 04 THEN
                 ADD 1 TO WS-CONT-OUTROS-MOTIVOS
              ELSE
                 MOVE WS-DEV-CNPJ TO FRE-CNPJ
                 READ ARQ-EMPRESAS
                   KEY IS FRE-CNPJ
                   INVALID KEY
                      ADD 1 TO WS-CONT-FORA-BASE
                      DISPLAY 'CNPJ DEVOLVIDO FORA DA BASE: '
                         WS-DEV-CNPJ
                   NOT INVALID KEY
                      PERFORM 0004-MARCAR-ENDERECO
                 END-READ
              END-IF
           END-IF.

       0003-NORMALIZAR-MOTIVO.
      *    MOTIVO FORA DA LISTA DEIXA O CODIGO ZERADO E A LINHA E
      *    REJEITADA.
           MOVE ZERO TO WS-MOTIVO-COD.
           EVALUATE TRUE
             WHEN WS-DEV-MOTIVO(1:2) IS NUMERIC AND
                  WS-DEV-MOTIVO(3:1) IS EQUAL TO SPACE
                MOVE WS-DEV-MOTIVO(1:2) TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:1) IS NUMERIC AND
                  WS-DEV-MOTIVO(2:1) IS EQUAL TO SPACE
                MOVE WS-DEV-MOTIVO(1:1) TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:5) IS EQUAL TO 'MUDOU'
                MOVE 01 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:14) IS EQUAL TO 'ENDERECO INSUF' OR
                  WS-DEV-MOTIVO(1:9) IS EQUAL TO 'END INSUF'
                MOVE 02 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:10) IS EQUAL TO 'NAO EXISTE' OR
                  WS-DEV-MOTIVO(1:11) IS EQUAL TO 'NUMERO INEX'
                MOVE 03 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:9) IS EQUAL TO 'DESCONHEC'
                MOVE 04 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:7) IS EQUAL TO 'RECUSAD'
                MOVE 05 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:12) IS EQUAL TO 'NAO PROCURAD'
                MOVE 06 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:7) IS EQUAL TO 'AUSENTE'
                MOVE 07 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:7) IS EQUAL TO 'FALECID'
                MOVE 08 TO WS-MOTIVO-COD
             WHEN WS-DEV-MOTIVO(1:5) IS EQUAL TO 'OUTRO'
                MOVE 09 TO WS-MOTIVO-COD
           END-EVALUATE.
           IF WS-MOTIVO-COD IS GREATER THAN 09 THEN
              MOVE ZERO TO WS-MOTIVO-COD
           END-IF.

       0004-MARCAR-ENDERECO.
      *    MARCA EXISTENTE PARA OUTRO ENDERECO E DE UM ENDERECO QUE A
      *    EMPRESA JA NAO TEM: A DEVOLUCAO NOVA COMECA OUTRA MARCA.
           MOVE WS-DEV-CNPJ TO NEN-CNPJ.
           READ ARQ-NAO-ENTREGAVEIS
             KEY IS NEN-CNPJ
             INVALID KEY
                PERFORM 0005-MONTAR-MARCA
                WRITE FD-REG-END-NAO-ENTREGAVEL
                  INVALID KEY
                     ADD 1 TO WS-CONT-INVALIDAS
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-MARCADAS
                END-WRITE
             NOT INVALID KEY
                PERFORM 0006-CONFERIR-ENDERECO
                EVALUATE TRUE
                  WHEN WS-MESMO-ENDERECO IS EQUAL TO 'S' AND
                       NEN-DATA-DEVOLUCAO IS EQUAL TO WS-DEV-DATA
                     ADD 1 TO WS-CONT-JA-IMPORTADAS
                  WHEN WS-MESMO-ENDERECO IS EQUAL TO 'S'
                     ADD 1 TO NEN-QTD-DEVOLUCOES
                     MOVE WS-MOTIVO-COD TO NEN-MOTIVO
                     MOVE WS-DEV-DATA TO NEN-DATA-DEVOLUCAO
                     MOVE WS-DATA-HOJE TO NEN-DATA-IMPORTACAO
                     REWRITE FD-REG-END-NAO-ENTREGAVEL
                       INVALID KEY
                          ADD 1 TO WS-CONT-INVALIDAS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-REINCIDENTES
                     END-REWRITE
                  WHEN OTHER
                     PERFORM 0005-MONTAR-MARCA
                     REWRITE FD-REG-END-NAO-ENTREGAVEL
                       INVALID KEY
                          ADD 1 TO WS-CONT-INVALIDAS
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-MARCADAS
                     END-REWRITE
                END-EVALUATE
           END-READ.

       0005-MONTAR-MARCA.
           INITIALIZE FD-REG-END-NAO-ENTREGAVEL.
           MOVE WS-DEV-CNPJ TO NEN-CNPJ.
           MOVE WS-MOTIVO-COD TO NEN-MOTIVO.
           MOVE WS-DEV-DATA TO NEN-DATA-DEVOLUCAO.
           MOVE WS-DATA-HOJE TO NEN-DATA-IMPORTACAO.
           MOVE 1 TO NEN-QTD-DEVOLUCOES.
           MOVE FRE-CEP TO NEN-CEP.
           MOVE FRE-TIPO-LOGRADOURO TO NEN-TIPO-LOGRADOURO.
           MOVE FRE-LOGRADOURO TO NEN-LOGRADOURO.
           MOVE FRE-NUMERO TO NEN-NUMERO.
           MOVE FRE-COMPLEMENTO TO NEN-COMPLEMENTO.

       0006-CONFERIR-ENDERECO.
           IF NEN-CEP IS EQUAL TO FRE-CEP AND
              NEN-TIPO-LOGRADOURO IS EQUAL TO FRE-TIPO-LOGRADOURO AND
              NEN-LOGRADOURO IS EQUAL TO FRE-LOGRADOURO AND
              NEN-NUMERO IS EQUAL TO FRE-NUMERO AND
              NEN-COMPLEMENTO IS EQUAL TO FRE-COMPLEMENTO THEN
              MOVE 'S' TO WS-MESMO-ENDERECO
           ELSE
              MOVE 'N' TO WS-MESMO-ENDERECO
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
           MOVE SPACES TO WS-CAM-DEVOLUCOES-CORREIOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'devolucoes-correios.dat' DELIMITED BY SIZE
             INTO WS-CAM-DEVOLUCOES-CORREIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
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

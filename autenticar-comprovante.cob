       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTENTICAR-COMPROVANTE.

      ****************************************************************
      * EMISSAO E VERIFICACAO DO COMPROVANTE DE CONSULTA CADASTRAL.   *
      * O COMPROVANTE GUARDA O QUE A FICHA MOSTRAVA (ATE 30 LINHAS),  *
      * O CNPJ, A COMPETENCIA DA BASE CONSULTADA, O USUARIO, A ORIGEM *
      * (TELA OU LOTE), A DATA E A HORA. O CODIGO DE AUTENTICIDADE E  *
      * NNNNNNNN-HHHHHHHHH: NUMERO SEQUENCIAL DO COMPROVANTE          *
      * (COMPROVANTE-SEQUENCIA.DAT) E HASH DE CONTEUDO (SOMA          *
      * POLINOMIAL DOS CARACTERES, MODULO PRIMO, COMO NA CENTRAL DE   *
      * TRANSMISSAO) CALCULADO SOBRE O NUMERO, OS DADOS DE EMISSAO E  *
      * AS LINHAS, ENVOLVIDOS PELA CHAVE DE AUTENTICACAO. A CHAVE     *
      * FICA FORA DO DIRETORIO DA BASE, EM                            *
      * CHAVES/CHAVE-AUTENTICACAO.DAT (CHAVES-TESTE/ E CHAVES-HML/    *
      * NOS DEMAIS AMBIENTES), UMA LINHA POR VERSAO:                  *
      *   VERSAO(3);DATA(8);CHAVE(32 CARACTERES A-Z E 0-9)            *
      * A MAIOR VERSAO ASSINA OS NOVOS COMPROVANTES; AS ANTERIORES    *
      * FICAM NO ARQUIVO PARA VERIFICAR OS JA EMITIDOS. SEM A CHAVE   *
      * NINGUEM RECALCULA O HASH DE UM CONTEUDO FORJADO.              *
      * O COMPROVANTE EMITIDO E GRAVADO EM COMPROVANTES-CONSULTA.DAT  *
      * (INDEXADO PELO NUMERO) E, SE RCP-ARQ-IMPRESSAO VIER           *
      * PREENCHIDO, ACRESCENTADO NESSE ARQUIVO NO LAYOUT IMPRESSO     *
      * (RCP-IMPRESSAO-NOVA = 'S' RECRIA O ARQUIVO ANTES).            *
      * FUNCOES (RCP-FUNCAO):                                         *
      *   E - EMITE O COMPROVANTE DAS LINHAS RECEBIDAS E DEVOLVE O    *
      *       CODIGO, A DATA E A HORA DE EMISSAO;                     *
      *   V - VERIFICA O CODIGO INFORMADO EM RCP-CODIGO E DEVOLVE O   *
      *       CONTEUDO ORIGINAL.                                      *
      * RETORNO (RCP-RETORNO): 00 OK (AUTENTICO), 04 COMPROVANTE NAO  *
      * LOCALIZADO, 06 CODIGO NAO CONFERE COM O COMPROVANTE, 08       *
      * CONTEUDO GRAVADO NAO CONFERE COM O HASH (ADULTERADO), 10      *
      * FUNCAO OU DADOS INVALIDOS, 12 SEM CHAVE DE AUTENTICACAO (OU   *
      * VERSAO DE CHAVE DESCONHECIDA), 14 ARQUIVO INDISPONIVEL.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COMPROVANTES ASSIGN TO
                   WS-CAM-COMPROVANTES-CONSULTA
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CPV-NUMERO
                   STATUS ST-ARQUIVO-CPV.

           SELECT ARQ-SEQUENCIA ASSIGN TO
                   WS-CAM-COMPROVANTE-SEQUENCIA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SEQ.

           SELECT ARQ-IMPRESSAO ASSIGN TO WS-NOME-ARQ-IMPRESSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-IMP.

           SELECT ARQ-CHAVES ASSIGN TO WS-CAM-CHAVES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CHV.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-COMPROVANTES.
       COPY "FD-REG-COMPROVANTE.cpy".

       FD ARQ-SEQUENCIA.
       01 REG-SEQUENCIA               PIC 9(008).

       FD ARQ-IMPRESSAO.
       01 REG-IMPRESSAO               PIC X(080).

       FD ARQ-CHAVES.
       01 REG-CHAVE                   PIC X(080).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-DIR-CHAVES               PIC X(014) VALUE SPACES.
       01 WS-AMBIENTE-RESOLVIDO       PIC X VALUE 'N'.
       01 WS-CAM-COMPROVANTES-CONSULTA   PIC X(060) VALUE SPACES.
       01 WS-CAM-COMPROVANTE-SEQUENCIA   PIC X(060) VALUE SPACES.
       01 WS-CAM-CHAVES                  PIC X(060) VALUE SPACES.
       01 WS-NOME-ARQ-IMPRESSAO          PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-CPV              PIC XX.
       01 ST-ARQUIVO-SEQ              PIC XX.
       01 ST-ARQUIVO-IMP              PIC XX.
       01 ST-ARQUIVO-CHV              PIC XX.
       01 WS-EOF-CHV                  PIC X VALUE 'N'.

      *    CHAVES CONHECIDAS, DA MAIS ANTIGA PARA A MAIS NOVA
       01 WS-CHAVES-CARREGADAS        PIC X VALUE 'N'.
       01 WS-CHV-VERSAO-IN            PIC X(003).
       01 WS-CHV-DATA-IN              PIC X(008).
       01 WS-CHV-CHAVE-IN             PIC X(032).
       01 WS-QTD-BRANCOS              PIC 9(003) COMP.
       01 WS-QTD-CHAVES               PIC 9(003) VALUE ZERO.
       01 WS-VERSAO-CORRENTE          PIC 9(003) VALUE ZERO.
       01 WS-IDX-CORRENTE             PIC 9(003) VALUE ZERO.
       01 WS-IDX-CHAVE                PIC 9(003) VALUE ZERO.
       01 WS-IDX                      PIC 9(003) VALUE ZERO.
       01 WS-TAB-CHAVES.
          03 WS-CHAVE-OCC OCCURS 99 TIMES.
             05 WS-CHAVE-VERSAO       PIC 9(003).
             05 WS-CHAVE-TEXTO        PIC X(032).

      *    HASH DE CONTEUDO
       01 WS-HASH                     PIC 9(012) VALUE ZERO.
       01 WS-HASH-POS                 PIC 999 VALUE ZERO.
       01 WS-HASH-TAM                 PIC 999 VALUE ZERO.
       01 WS-HASH-BLOCO               PIC X(080) VALUE SPACES.
       01 WS-HASH-CALCULADO           PIC 9(009) VALUE ZERO.

      *    CODIGO DE AUTENTICIDADE
       01 WS-CODIGO.
          03 WS-CODIGO-NUMERO         PIC 9(008).
          03 WS-CODIGO-TRACO          PIC X VALUE '-'.
          03 WS-CODIGO-HASH           PIC 9(009).
       01 WS-CODIGO-INFORMADO         PIC X(018) VALUE SPACES.
       01 WS-CODIGO-LIMPO             PIC X(018) VALUE SPACES.
       01 WS-POS-LIMPO                PIC 99 VALUE ZERO.

       01 WS-NUMERO-COMPROVANTE       PIC 9(008) VALUE ZERO.
       01 WS-LINHA-IMP                PIC 99 VALUE ZERO.
       01 WS-DATA-ED.
          03 WS-DATA-ED-DIA           PIC 99.
          03 FILLER                   PIC X VALUE '/'.
          03 WS-DATA-ED-MES           PIC 99.
          03 FILLER                   PIC X VALUE '/'.
          03 WS-DATA-ED-ANO           PIC 9999.
       01 WS-HORA-ED.
          03 WS-HORA-ED-HH            PIC 99.
          03 FILLER                   PIC X VALUE ':'.
          03 WS-HORA-ED-MM            PIC 99.
          03 FILLER                   PIC X VALUE ':'.
          03 WS-HORA-ED-SS            PIC 99.
       01 WS-DATA-EMISSAO             PIC 9(008) VALUE ZERO.
       01 FILLER REDEFINES WS-DATA-EMISSAO.
          03 WS-DTE-ANO               PIC 9999.
          03 WS-DTE-MES               PIC 99.
          03 WS-DTE-DIA               PIC 99.
       01 WS-HORA-EMISSAO             PIC 9(008) VALUE ZERO.
       01 FILLER REDEFINES WS-HORA-EMISSAO.
          03 WS-DTE-HH                PIC 99.
          03 WS-DTE-MM                PIC 99.
          03 WS-DTE-SS                PIC 99.
          03 WS-DTE-CC                PIC 99.

       LINKAGE SECTION.
       COPY "REGISTRO-COMPROVANTE.cpy".

       PROCEDURE DIVISION USING REGISTRO-COMPROVANTE.
       0001-MAIN-PARA.
           MOVE '00' TO RCP-RETORNO.
           MOVE SPACES TO RCP-MENSAGEM.
           IF WS-AMBIENTE-RESOLVIDO IS EQUAL TO 'N' THEN
              PERFORM 9900-RESOLVER-AMBIENTE
           END-IF.
           IF WS-CHAVES-CARREGADAS IS EQUAL TO 'N' THEN
              PERFORM 0003-CARREGAR-CHAVES
           END-IF.
           EVALUATE RCP-FUNCAO
             WHEN 'E'
                PERFORM 0010-EMITIR-COMPROVANTE
             WHEN 'V'
                PERFORM 0020-VERIFICAR-COMPROVANTE
             WHEN OTHER
                MOVE '10' TO RCP-RETORNO
                MOVE 'FUNCAO INVALIDA' TO RCP-MENSAGEM
           END-EVALUATE.
           GOBACK.

       0003-CARREGAR-CHAVES.
           MOVE ZERO TO WS-QTD-CHAVES.
           MOVE ZERO TO WS-VERSAO-CORRENTE.
           MOVE ZERO TO WS-IDX-CORRENTE.
           OPEN INPUT ARQ-CHAVES.
           IF ST-ARQUIVO-CHV IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-CHAVES-CARREGADAS
              MOVE 'N' TO WS-EOF-CHV
              PERFORM UNTIL WS-EOF-CHV IS EQUAL TO 'Y'
                READ ARQ-CHAVES
                  AT END MOVE 'Y' TO WS-EOF-CHV
                  NOT AT END PERFORM 0004-REGISTRAR-CHAVE
                END-READ
              END-PERFORM
              CLOSE ARQ-CHAVES
           END-IF.

       0004-REGISTRAR-CHAVE.
           IF REG-CHAVE(1:1) IS EQUAL TO '*' OR
              REG-CHAVE IS EQUAL TO SPACES THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CHV-VERSAO-IN WS-CHV-DATA-IN
                WS-CHV-CHAVE-IN
              UNSTRING REG-CHAVE DELIMITED BY ';'
                INTO WS-CHV-VERSAO-IN WS-CHV-DATA-IN WS-CHV-CHAVE-IN
              END-UNSTRING
              MOVE ZERO TO WS-QTD-BRANCOS
              INSPECT WS-CHV-CHAVE-IN TALLYING WS-QTD-BRANCOS
                FOR ALL SPACES
              IF WS-CHV-VERSAO-IN IS NUMERIC AND
                 WS-QTD-BRANCOS IS EQUAL TO ZERO AND
                 WS-QTD-CHAVES IS LESS THAN 99 THEN
                 ADD 1 TO WS-QTD-CHAVES
                 MOVE WS-CHV-VERSAO-IN TO
                   WS-CHAVE-VERSAO(WS-QTD-CHAVES)
                 MOVE WS-CHV-CHAVE-IN TO
                   WS-CHAVE-TEXTO(WS-QTD-CHAVES)
                 IF WS-CHAVE-VERSAO(WS-QTD-CHAVES) IS GREATER THAN
                    WS-VERSAO-CORRENTE THEN
                    MOVE WS-CHAVE-VERSAO(WS-QTD-CHAVES) TO
                      WS-VERSAO-CORRENTE
                    MOVE WS-QTD-CHAVES TO WS-IDX-CORRENTE
                 END-IF
              END-IF
           END-IF.

      ****************************************************************
      * EMISSAO                                                       *
      ****************************************************************
       0010-EMITIR-COMPROVANTE.
      *    CADA ETAPA SO SEGUE COM RCP-RETORNO AINDA '00', PARA QUE
      *    UMA RECUSA NAO CONSUMA NUMERO NEM IMPRIMA SEM CODIGO.
           IF RCP-CNPJ IS EQUAL TO SPACES OR
              RCP-CNPJ IS EQUAL TO ZEROES OR
              RCP-QTD-LINHAS IS NOT NUMERIC OR
              RCP-QTD-LINHAS IS EQUAL TO ZERO OR
              RCP-QTD-LINHAS IS GREATER THAN 30 THEN
              MOVE '10' TO RCP-RETORNO
              MOVE 'SEM DADOS DE FICHA PARA O COMPROVANTE' TO
                RCP-MENSAGEM
           ELSE
              IF WS-VERSAO-CORRENTE IS EQUAL TO ZERO THEN
                 MOVE '12' TO RCP-RETORNO
                 MOVE 'CHAVE DE AUTENTICACAO INDISPONIVEL - COMPROVANTE
      -          'NAO EMITIDO' TO RCP-MENSAGEM
              ELSE
                 PERFORM 0013-ABRIR-COMPROVANTES
              END-IF
           END-IF.
           IF RCP-RETORNO IS EQUAL TO '00' THEN
              PERFORM 0014-GRAVAR-COMPROVANTE
           END-IF.
           IF RCP-RETORNO IS EQUAL TO '00' THEN
              MOVE CPV-NUMERO TO WS-CODIGO-NUMERO
              MOVE CPV-HASH TO WS-CODIGO-HASH
              MOVE WS-CODIGO TO RCP-CODIGO
              MOVE 'COMPROVANTE EMITIDO' TO RCP-MENSAGEM
              IF RCP-ARQ-IMPRESSAO IS NOT EQUAL TO SPACES THEN
                 PERFORM 0012-IMPRIMIR-COMPROVANTE
              END-IF
           END-IF.

       0013-ABRIR-COMPROVANTES.
           OPEN I-O ARQ-COMPROVANTES.
           IF ST-ARQUIVO-CPV IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-COMPROVANTES
           END-IF.
           IF ST-ARQUIVO-CPV IS NOT EQUAL TO '00' THEN
              MOVE '14' TO RCP-RETORNO
              STRING 'ARQUIVO DE COMPROVANTES INDISPONIVEL - STATUS '
                     ST-ARQUIVO-CPV DELIMITED BY SIZE
                INTO RCP-MENSAGEM
              END-STRING
           END-IF.

       0014-GRAVAR-COMPROVANTE.
      *    ARQ-COMPROVANTES JA ABERTO POR 0013; FECHADO AQUI.
           PERFORM 0011-OBTER-NUMERO.
           ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EMISSAO FROM TIME.
           MOVE WS-DATA-EMISSAO TO RCP-DATA.
           MOVE WS-HORA-EMISSAO TO RCP-HORA.
           INITIALIZE FD-REG-COMPROVANTE.
           MOVE WS-NUMERO-COMPROVANTE TO CPV-NUMERO.
           MOVE RCP-CNPJ TO CPV-CNPJ.
           MOVE RCP-COMPETENCIA TO CPV-COMPETENCIA.
           MOVE RCP-USUARIO TO CPV-USUARIO.
           MOVE RCP-ORIGEM TO CPV-ORIGEM.
           MOVE RCP-DATA TO CPV-DATA.
           MOVE RCP-HORA TO CPV-HORA.
           MOVE WS-VERSAO-CORRENTE TO CPV-VERSAO-CHAVE.
           MOVE RCP-QTD-LINHAS TO CPV-QTD-LINHAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX IS GREATER THAN RCP-QTD-LINHAS
             MOVE RCP-LINHA(WS-IDX) TO CPV-LINHA(WS-IDX)
           END-PERFORM.
           MOVE WS-IDX-CORRENTE TO WS-IDX-CHAVE.
           PERFORM 0030-CALCULAR-HASH.
           MOVE WS-HASH-CALCULADO TO CPV-HASH.
           WRITE FD-REG-COMPROVANTE
             INVALID KEY
                MOVE '14' TO RCP-RETORNO
                MOVE 'NUMERO DE COMPROVANTE JA UTILIZADO - CONFIRA COMPR
      -         'OVANTE-SEQUENCIA.DAT' TO RCP-MENSAGEM
           END-WRITE.
           CLOSE ARQ-COMPROVANTES.

       0011-OBTER-NUMERO.
           MOVE ZERO TO WS-NUMERO-COMPROVANTE.
           OPEN INPUT ARQ-SEQUENCIA.
           IF ST-ARQUIVO-SEQ IS EQUAL TO '00' THEN
              READ ARQ-SEQUENCIA
                AT END CONTINUE
                NOT AT END
                   MOVE REG-SEQUENCIA TO WS-NUMERO-COMPROVANTE
              END-READ
              CLOSE ARQ-SEQUENCIA
           END-IF.
           ADD 1 TO WS-NUMERO-COMPROVANTE.
           MOVE WS-NUMERO-COMPROVANTE TO REG-SEQUENCIA.
           OPEN OUTPUT ARQ-SEQUENCIA.
           WRITE REG-SEQUENCIA.
           CLOSE ARQ-SEQUENCIA.

       0012-IMPRIMIR-COMPROVANTE.
           MOVE RCP-ARQ-IMPRESSAO TO WS-NOME-ARQ-IMPRESSAO.
           IF RCP-IMPRESSAO-NOVA IS EQUAL TO 'S' THEN
              OPEN OUTPUT ARQ-IMPRESSAO
           ELSE
              OPEN EXTEND ARQ-IMPRESSAO
              IF ST-ARQUIVO-IMP IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-IMPRESSAO
              END-IF
           END-IF.
      *    O COMPROVANTE JA ESTA GRAVADO E O CODIGO VALE; SEM O ARQUIVO
      *    DE IMPRESSAO O RETORNO CONTINUA '00' E A MENSAGEM AVISA.
           IF ST-ARQUIVO-IMP IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO RCP-MENSAGEM
              STRING 'COMPROVANTE EMITIDO - IMPRESSAO INDISPONIVEL'
                     ' - STATUS ' ST-ARQUIVO-IMP DELIMITED BY SIZE
                INTO RCP-MENSAGEM
              END-STRING
           ELSE
              PERFORM 0015-GRAVAR-IMPRESSAO
           END-IF.

       0015-GRAVAR-IMPRESSAO.
           MOVE ALL '=' TO REG-IMPRESSAO(1:78).
           WRITE REG-IMPRESSAO.
           MOVE '             COMPROVANTE DE CONSULTA CADASTRAL - PESSOA
      -      ' JURIDICA' TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE ALL '=' TO REG-IMPRESSAO(1:78).
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO REG-IMPRESSAO.
           STRING 'CODIGO DE AUTENTICIDADE: ' DELIMITED BY SIZE
                  RCP-CODIGO DELIMITED BY SIZE
             INTO REG-IMPRESSAO
           END-STRING.
           WRITE REG-IMPRESSAO.
           MOVE WS-DTE-DIA TO WS-DATA-ED-DIA.
           MOVE WS-DTE-MES TO WS-DATA-ED-MES.
           MOVE WS-DTE-ANO TO WS-DATA-ED-ANO.
           MOVE WS-DTE-HH TO WS-HORA-ED-HH.
           MOVE WS-DTE-MM TO WS-HORA-ED-MM.
           MOVE WS-DTE-SS TO WS-HORA-ED-SS.
           MOVE SPACES TO REG-IMPRESSAO.
           STRING 'EMITIDO EM.............: ' DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  ' AS ' DELIMITED BY SIZE
                  WS-HORA-ED DELIMITED BY SIZE
                  '  ORIGEM: ' DELIMITED BY SIZE
                  RCP-ORIGEM DELIMITED BY SPACE
             INTO REG-IMPRESSAO
           END-STRING.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO REG-IMPRESSAO.
           STRING 'USUARIO EMISSOR........: ' DELIMITED BY SIZE
                  RCP-USUARIO DELIMITED BY '  '
             INTO REG-IMPRESSAO
           END-STRING.
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO REG-IMPRESSAO.
           STRING 'COMPETENCIA DA BASE....: ' DELIMITED BY SIZE
                  RCP-COMPETENCIA DELIMITED BY SIZE
             INTO REG-IMPRESSAO
           END-STRING.
           WRITE REG-IMPRESSAO.
           MOVE ALL '-' TO REG-IMPRESSAO(1:78).
           WRITE REG-IMPRESSAO.
           PERFORM VARYING WS-LINHA-IMP FROM 1 BY 1
             UNTIL WS-LINHA-IMP IS GREATER THAN RCP-QTD-LINHAS
             MOVE SPACES TO REG-IMPRESSAO
             STRING ' ' DELIMITED BY SIZE
                    RCP-LINHA(WS-LINHA-IMP) DELIMITED BY SIZE
               INTO REG-IMPRESSAO
             END-STRING
             WRITE REG-IMPRESSAO
           END-PERFORM.
           MOVE ALL '-' TO REG-IMPRESSAO(1:78).
           WRITE REG-IMPRESSAO.
           MOVE 'A AUTENTICIDADE PODE SER CONFIRMADA NO LEITOR DE DADOS
      -      'ABERTOS RFB (OPCAO K),' TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE 'INFORMANDO O CODIGO ACIMA. A VERIFICACAO EXIBE O CONTEU
      -      'DO ORIGINAL EMITIDO.' TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE ALL '=' TO REG-IMPRESSAO(1:78).
           WRITE REG-IMPRESSAO.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           CLOSE ARQ-IMPRESSAO.

      ****************************************************************
      * VERIFICACAO                                                   *
      ****************************************************************
       0020-VERIFICAR-COMPROVANTE.
      *    ACEITA O CODIGO COM OU SEM O TRACO E COM BRANCOS EM VOLTA.
      *    CADA ETAPA SO SEGUE COM RCP-RETORNO AINDA '00'.
           MOVE RCP-CODIGO TO WS-CODIGO-INFORMADO.
           MOVE SPACES TO WS-CODIGO-LIMPO.
           MOVE ZERO TO WS-POS-LIMPO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 18
             IF WS-CODIGO-INFORMADO(WS-IDX:1) IS NUMERIC AND
                WS-POS-LIMPO IS LESS THAN 17 THEN
                ADD 1 TO WS-POS-LIMPO
                MOVE WS-CODIGO-INFORMADO(WS-IDX:1) TO
                  WS-CODIGO-LIMPO(WS-POS-LIMPO:1)
             END-IF
           END-PERFORM.
           IF WS-POS-LIMPO IS NOT EQUAL TO 17 THEN
              MOVE '10' TO RCP-RETORNO
              MOVE 'CODIGO INVALIDO - INFORME NNNNNNNN-HHHHHHHHH' TO
                RCP-MENSAGEM
           ELSE
              MOVE WS-CODIGO-LIMPO(1:8) TO WS-CODIGO-NUMERO
              MOVE WS-CODIGO-LIMPO(9:9) TO WS-CODIGO-HASH
              MOVE WS-CODIGO TO RCP-CODIGO
              PERFORM 0021-LER-COMPROVANTE
           END-IF.
           IF RCP-RETORNO IS EQUAL TO '00' THEN
              MOVE ZERO TO WS-IDX-CHAVE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-CHAVES
                IF WS-CHAVE-VERSAO(WS-IDX) IS EQUAL TO CPV-VERSAO-CHAVE
                   MOVE WS-IDX TO WS-IDX-CHAVE
                END-IF
              END-PERFORM
              IF WS-IDX-CHAVE IS EQUAL TO ZERO THEN
                 MOVE '12' TO RCP-RETORNO
                 MOVE 'VERSAO DA CHAVE DE AUTENTICACAO DO COMPROVANTE IN
      -          'DISPONIVEL' TO RCP-MENSAGEM
              END-IF
           END-IF.
           IF RCP-RETORNO IS EQUAL TO '00' THEN
              PERFORM 0030-CALCULAR-HASH
      *       O CONTEUDO SO E DEVOLVIDO QUANDO O CODIGO CONFERE, PARA
      *       QUE O NUMERO SEQUENCIAL SOZINHO NAO ABRA COMPROVANTE DE
      *       TERCEIRO.
              IF WS-CODIGO-HASH IS NOT EQUAL TO CPV-HASH THEN
                 MOVE '06' TO RCP-RETORNO
                 MOVE 'CODIGO NAO CONFERE - COMPROVANTE NAO AUTENTICO'
                   TO RCP-MENSAGEM
              ELSE
                 PERFORM 0022-DEVOLVER-CONTEUDO
              END-IF
           END-IF.

       0021-LER-COMPROVANTE.
           OPEN INPUT ARQ-COMPROVANTES.
           IF ST-ARQUIVO-CPV IS NOT EQUAL TO '00' THEN
              MOVE '14' TO RCP-RETORNO
              STRING 'ARQUIVO DE COMPROVANTES INDISPONIVEL - STATUS '
                     ST-ARQUIVO-CPV DELIMITED BY SIZE
                INTO RCP-MENSAGEM
              END-STRING
           ELSE
              MOVE WS-CODIGO-NUMERO TO CPV-NUMERO
              READ ARQ-COMPROVANTES
                INVALID KEY
                   MOVE '04' TO RCP-RETORNO
                   MOVE 'COMPROVANTE NAO LOCALIZADO - CODIGO NAO EMITIDO
      -            ' POR ESTE SISTEMA' TO RCP-MENSAGEM
              END-READ
              CLOSE ARQ-COMPROVANTES
           END-IF.

       0022-DEVOLVER-CONTEUDO.
           MOVE CPV-CNPJ TO RCP-CNPJ.
           MOVE CPV-COMPETENCIA TO RCP-COMPETENCIA.
           MOVE CPV-USUARIO TO RCP-USUARIO.
           MOVE CPV-ORIGEM TO RCP-ORIGEM.
           MOVE CPV-DATA TO RCP-DATA.
           MOVE CPV-HORA TO RCP-HORA.
           MOVE CPV-QTD-LINHAS TO RCP-QTD-LINHAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 30
             MOVE CPV-LINHA(WS-IDX) TO RCP-LINHA(WS-IDX)
           END-PERFORM.
           IF WS-HASH-CALCULADO IS NOT EQUAL TO CPV-HASH THEN
              MOVE '08' TO RCP-RETORNO
              MOVE 'CONTEUDO GRAVADO ALTERADO APOS A EMISSAO - NAO AUTEN
      -       'TICO' TO RCP-MENSAGEM
           ELSE
              MOVE 'COMPROVANTE AUTENTICO - CONTEUDO ORIGINAL ABAIXO' TO
                RCP-MENSAGEM
           END-IF.

      ****************************************************************
      * HASH: CHAVE + DADOS DE EMISSAO + LINHAS + CHAVE, SOBRE O      *
      * REGISTRO EM FD-REG-COMPROVANTE E A CHAVE DE WS-IDX-CHAVE.     *
      ****************************************************************
       0030-CALCULAR-HASH.
           MOVE ZERO TO WS-HASH.
           MOVE WS-CHAVE-TEXTO(WS-IDX-CHAVE) TO WS-HASH-BLOCO.
           MOVE 32 TO WS-HASH-TAM.
           PERFORM 0031-ACUMULAR-BLOCO.
           MOVE SPACES TO WS-HASH-BLOCO.
           STRING CPV-NUMERO CPV-CNPJ CPV-COMPETENCIA CPV-USUARIO
                  CPV-ORIGEM CPV-DATA CPV-HORA CPV-VERSAO-CHAVE
                  CPV-QTD-LINHAS DELIMITED BY SIZE
             INTO WS-HASH-BLOCO
           END-STRING.
           MOVE 077 TO WS-HASH-TAM.
           PERFORM 0031-ACUMULAR-BLOCO.
           PERFORM VARYING WS-LINHA-IMP FROM 1 BY 1
             UNTIL WS-LINHA-IMP IS GREATER THAN CPV-QTD-LINHAS
             MOVE CPV-LINHA(WS-LINHA-IMP) TO WS-HASH-BLOCO
             MOVE 076 TO WS-HASH-TAM
             PERFORM 0031-ACUMULAR-BLOCO
           END-PERFORM.
           MOVE WS-CHAVE-TEXTO(WS-IDX-CHAVE) TO WS-HASH-BLOCO.
           MOVE 32 TO WS-HASH-TAM.
           PERFORM 0031-ACUMULAR-BLOCO.
           MOVE WS-HASH TO WS-HASH-CALCULADO.

       0031-ACUMULAR-BLOCO.
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
             UNTIL WS-HASH-POS IS GREATER THAN WS-HASH-TAM
             COMPUTE WS-HASH = FUNCTION MOD(
                WS-HASH * 31 + FUNCTION ORD(WS-HASH-BLOCO
                (WS-HASH-POS:1)), 999999937)
           END-PERFORM.
           COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31 + 10,
              999999937).

       9900-RESOLVER-AMBIENTE.
      *    OS COMPROVANTES FICAM NO DIRETORIO DE DADOS DO AMBIENTE E A
      *    CHAVE EM DIRETORIO PROPRIO (P=PRODUCAO, T=TESTE,
      *    H=HOMOLOGACAO; AMBIENTE.CFG AUSENTE = PRODUCAO), PARA QUE
      *    COPIA, BACKUP OU EXTRACAO DA BASE NAO LEVE A CHAVE JUNTO.
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
                MOVE 'chaves-teste/' TO WS-DIR-CHAVES
             WHEN 'H'
                MOVE 'dados-hml/' TO WS-DIR-DADOS
                MOVE 'chaves-hml/' TO WS-DIR-CHAVES
             WHEN OTHER
                MOVE 'dados/' TO WS-DIR-DADOS
                MOVE 'chaves/' TO WS-DIR-CHAVES
           END-EVALUATE.
           MOVE SPACES TO WS-CAM-COMPROVANTES-CONSULTA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'comprovantes-consulta.dat' DELIMITED BY SIZE
             INTO WS-CAM-COMPROVANTES-CONSULTA
           END-STRING.
           MOVE SPACES TO WS-CAM-COMPROVANTE-SEQUENCIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'comprovante-sequencia.dat' DELIMITED BY SIZE
             INTO WS-CAM-COMPROVANTE-SEQUENCIA
           END-STRING.
           MOVE SPACES TO WS-CAM-CHAVES.
           STRING WS-DIR-CHAVES DELIMITED BY SPACE
                  'chave-autenticacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-CHAVES
           END-STRING.
           MOVE 'S' TO WS-AMBIENTE-RESOLVIDO.

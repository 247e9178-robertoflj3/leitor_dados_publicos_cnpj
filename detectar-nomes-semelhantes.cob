       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTAR-NOMES-SEMELHANTES.

      ****************************************************************
      * EMPRESAS NOVAS COM NOME PARECIDO COM O DE GRANDES EMPRESAS OU *
      * DE MARCAS MONITORADAS (GOLPE DE BOLETO E NOTA FALSA). COMPARA *
      * AS EMPRESAS ABERTAS NOS ULTIMOS SEMELHANCA-DIAS DIAS (PADRAO  *
      * 30) COM A LISTA DE REFERENCIA:                                *
      *   - AS EMPRESAS DO ULTIMO RANKING-CAPITAL-SOCIAL.DAT (RAZAO   *
      *     E FANTASIA DE CADA UMA, LIDAS NA BASE);                   *
      *   - MARCAS-MONITORADAS.DAT, MANTIDA PELO JURIDICO, UMA LINHA  *
      *     POR MARCA: MARCA;CNPJ DO TITULAR;DESTINATARIO (OS DOIS    *
      *     ULTIMOS OPCIONAIS; DESTINATARIO EM BRANCO = JURIDICO).    *
      * RAZAO E FANTASIA NORMALIZADAS (FRE-RAZAO-NORMALIZADA E        *
      * FRE-FANTASIA-NORMALIZADA) SAO COMPARADAS PALAVRA A PALAVRA    *
      * PELA CHAVE FONETICA DA CARGA, SEM AS PALAVRAS SEM PODER DE    *
      * DISTINCAO (LTDA, ME, EPP, DE...). NOTA DA SEMELHANCA:         *
      *   100 - NOME IDENTICO;                                        *
      *    95 - MESMA PRONUNCIA (CHAVE FONETICA IDENTICA);            *
      *    85 - CONTEM TODAS AS PALAVRAS DA REFERENCIA;               *
      *   SENAO, PROPORCAO DE PALAVRAS FONETICAMENTE IGUAIS.          *
      * ENTRAM NO RELATORIO-NOMES-SEMELHANTES.TXT AS NOTAS A PARTIR   *
      * DE SEMELHANCA-LIMIAR (PADRAO 80). A PROPRIA EMPRESA DE        *
      * REFERENCIA, SUAS FILIAIS E O TITULAR DA MARCA (MESMA RAIZ)    *
      * NAO SAO APONTADOS. OCORRENCIA DE MARCA MONITORADA VAI PARA O  *
      * HUB DE NOTIFICACOES UMA UNICA VEZ POR EMPRESA E MARCA         *
      * (CONTROLE EM SEMELHANCAS-AVISADAS.DAT). SEM PERGUNTAS AO      *
      * OPERADOR: RODA COMO PASSO DA MALHA POS-CARGA.                 *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS FRE-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-RANKING ASSIGN TO WS-CAM-RANKING-CAPITAL-SOCIAL
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RNK.

           SELECT ARQ-MARCAS ASSIGN TO WS-CAM-MARCAS-MONITORADAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-MAR.

           SELECT ARQ-AVISADAS ASSIGN TO WS-CAM-SEMELHANCAS-AVISADAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVS.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-SEMELHANTES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AVISOS ASSIGN TO WS-CAM-AVISOS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AVI.

           SELECT ARQ-PARAMETROS ASSIGN TO
                   WS-CAM-PARAMETROS-SISTEMA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PRM.

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
       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-RANKING.
       01 REG-RANKING                 PIC X(250).

       FD ARQ-MARCAS.
       01 REG-MARCA                   PIC X(120).

       FD ARQ-AVISADAS.
       01 REG-AVISADA.
           03 SMA-CNPJ                PIC X(014).
           03 SMA-MARCA               PIC X(040).
           03 SMA-DATA-AVISO          PIC 9(008).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(160).

       FD ARQ-AVISOS.
       01 REG-AVISO                   PIC X(200).

       FD ARQ-PARAMETROS.
       01 REG-PARAMETRO.
           03 PAR-CHAVE             PIC X(020).
           03 PAR-VALOR             PIC X(020).
           03 PAR-DESCRICAO         PIC X(040).
           03 PAR-DATA-ALTERACAO    PIC 9(008).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AVI              PIC XX.
       01 WS-CAM-AVISOS-SISTEMA       PIC X(060) VALUE SPACES.
       01 WS-AVISO-DATA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-HORA               PIC 9(008) VALUE ZERO.
       01 WS-AVISO-SEVERIDADE         PIC X(005) VALUE SPACES.
       01 WS-AVISO-DESTINATARIO       PIC X(020) VALUE SPACES.
       01 WS-AVISO-TEXTO              PIC X(100) VALUE SPACES.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-MARCAS-MONITORADAS      PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RANKING-CAPITAL-SOCIAL  PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-SEMELHANTES   PIC X(060) VALUE SPACES.
       01 WS-CAM-SEMELHANCAS-AVISADAS    PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-RNK              PIC XX.
       01 ST-ARQUIVO-MAR              PIC XX.
       01 ST-ARQUIVO-AVS              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-DATA-LIMITE              PIC 9(008) VALUE ZERO.
       01 WS-DIAS-INTEIROS            PIC 9(007) VALUE ZERO.
       01 WS-ESTOURO                  PIC X VALUE 'N'.

      *    PARAMETROS
       01 WS-JANELA-DIAS              PIC 999 VALUE 30.
       01 WS-LIMIAR                   PIC 999 VALUE 80.

      *    NOME PREPARADO PARA COMPARACAO: PALAVRAS SIGNIFICATIVAS,
      *    CHAVE FONETICA DE CADA UMA E DO NOME INTEIRO
       01 WS-NOME-PREPARADO.
          05 WS-NOM-QTD               PIC 99.
          05 WS-NOM-TAM               PIC 999.
          05 WS-NOM-JUNTO             PIC X(150).
          05 WS-NOM-FON-JUNTO         PIC X(150).
          05 WS-NOM-FON OCCURS 10 TIMES PIC X(020).

      *    LISTA DE REFERENCIA (RANKING E MARCAS)
       01 WS-QTD-REF                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-REF                  PIC 9(004) VALUE ZERO.
       01 WS-QTD-REF-RANKING          PIC 9(004) VALUE ZERO.
       01 WS-QTD-REF-MARCA            PIC 9(004) VALUE ZERO.
       01 WS-TAB-REFERENCIAS.
          05 WS-REF-OCR OCCURS 600 TIMES.
             10 WS-REF-TIPO           PIC X(007).
             10 WS-REF-NOME           PIC X(060).
             10 WS-REF-RAIZ           PIC X(008).
             10 WS-REF-DESTINATARIO   PIC X(020).
             10 WS-REF-PREPARADO.
                15 WS-REF-QTD         PIC 99.
                15 WS-REF-TAM         PIC 999.
                15 WS-REF-JUNTO       PIC X(150).
                15 WS-REF-FON-JUNTO   PIC X(150).
                15 WS-REF-FON OCCURS 10 TIMES PIC X(020).
       01 WS-RNK-POS-TXT              PIC X(005) VALUE SPACES.
       01 WS-RNK-CNPJ                 PIC X(014) VALUE SPACES.
       01 WS-RNK-RAZAO-JUNTA          PIC X(150) VALUE SPACES.
       01 WS-MAR-NOME                 PIC X(060) VALUE SPACES.
       01 WS-MAR-CNPJ-TXT             PIC X(020) VALUE SPACES.
       01 WS-MAR-DESTINATARIO         PIC X(020) VALUE SPACES.
       01 WS-CNPJ-LIMPO               PIC X(014) VALUE SPACES.
       01 WS-QTD-DIGITOS              PIC 99 VALUE ZERO.
       01 WS-IDX-DIG                  PIC 99 VALUE ZERO.

      *    EMPRESA NOVA: RAZAO (1) E FANTASIA (2) PREPARADAS
       01 WS-TAB-CANDIDATA.
          05 WS-CAN-OCR OCCURS 2 TIMES.
             10 WS-CAN-PREPARADO.
                15 WS-CAN-QTD         PIC 99.
                15 WS-CAN-TAM         PIC 999.
                15 WS-CAN-JUNTO       PIC X(150).
                15 WS-CAN-FON-JUNTO   PIC X(150).
                15 WS-CAN-FON OCCURS 10 TIMES PIC X(020).
       01 WS-IDX-CAN                  PIC 9 VALUE ZERO.
       01 WS-QTD-CAN                  PIC 9 VALUE ZERO.

      *    SEMELHANCA
       01 WS-NOTA                     PIC 999 VALUE ZERO.
       01 WS-NOTA-MELHOR              PIC 999 VALUE ZERO.
       01 WS-CRITERIO                 PIC X(022) VALUE SPACES.
       01 WS-CRITERIO-MELHOR          PIC X(022) VALUE SPACES.
       01 WS-CAMPO-MELHOR             PIC X(008) VALUE SPACES.
       01 WS-QTD-COMUNS               PIC 99 VALUE ZERO.
       01 WS-PAL-COMUM                PIC X VALUE 'N'.
       01 WS-EMPRESA-APONTADA         PIC X VALUE 'N'.

      *    SEPARACAO DE PALAVRAS
       01 WS-TOK-TEXTO                PIC X(150) VALUE SPACES.
       01 WS-TOK-QTD                  PIC 99 VALUE ZERO.
       01 WS-TOK-BRUTO-QTD            PIC 99 VALUE ZERO.
       01 WS-TOK-I                    PIC 99 VALUE ZERO.
       01 WS-TOK-J                    PIC 99 VALUE ZERO.
       01 WS-TAB-TOK-BRUTO.
          05 WS-TOK-BRUTO OCCURS 10 TIMES PIC X(020).
       01 WS-TAB-TOK.
          05 WS-TOK-PAL OCCURS 10 TIMES PIC X(020).
       01 WS-PAL-VAZIA                PIC X VALUE 'N'.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.

      *    NORMALIZACAO (MESMA REGRA DA CARGA)
       01 WS-NRM-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-NRM-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-NRM-POS                  PIC 999 VALUE ZERO.
       01 WS-NRM-OUT                  PIC 999 VALUE ZERO.
       01 WS-NRM-CHAR                 PIC X VALUE SPACE.
       01 WS-NRM-ULT                  PIC X VALUE SPACE.

      *    CHAVE FONETICA (MESMA REGRA DA CARGA)
       01 WS-FON-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-FON-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-FON-POS                  PIC 999 VALUE ZERO.
       01 WS-FON-OUT                  PIC 999 VALUE ZERO.
       01 WS-FON-CHAR                 PIC X VALUE SPACE.
       01 WS-FON-PROX                 PIC X VALUE SPACE.
       01 WS-FON-ULT                  PIC X VALUE SPACE.

      *    MARCAS JA AVISADAS
       01 WS-QTD-AVISADAS             PIC 9(005) VALUE ZERO.
       01 WS-IDX-AVS                  PIC 9(005) VALUE ZERO.
       01 WS-TAB-AVISADAS.
          05 WS-AVS-CHAVE OCCURS 10000 TIMES PIC X(054).
       01 WS-CHAVE-AVISO              PIC X(054) VALUE SPACES.
       01 WS-JA-AVISADA               PIC X VALUE 'N'.

       01 WS-DATA-EDITADA             PIC X(010) VALUE SPACES.
       01 WS-NOTA-Z                   PIC ZZ9.
       01 WS-CONT-LIDAS               PIC 9(009) VALUE ZERO.
       01 WS-CONT-NOVAS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-APONTADAS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-OCOR-RANKING        PIC 9(007) VALUE ZERO.
       01 WS-CONT-OCOR-MARCA          PIC 9(007) VALUE ZERO.
       01 WS-CONT-AVISOS              PIC 9(007) VALUE ZERO.
       01 WS-CONT-Z                   PIC Z(008)9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'EMPRESAS NOVAS COM NOME SEMELHANTE A REFERENCIAS'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-PARAMETROS.
           COMPUTE WS-DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-JANELA-DIAS.
           COMPUTE WS-DATA-LIMITE =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR EMPRESAS2.DAT (STATUS '
                 ST-ARQUIVO-EMP ') - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0003-CARREGAR-RANKING.
           PERFORM 0004-CARREGAR-MARCAS.
           DISPLAY 'REFERENCIAS DO RANKING......: ' WS-QTD-REF-RANKING.
           DISPLAY 'MARCAS MONITORADAS..........: ' WS-QTD-REF-MARCA.
           IF WS-QTD-REF IS EQUAL TO ZERO THEN
              DISPLAY '*** NENHUMA REFERENCIA (RANKING E MARCAS '
                 'AUSENTES) - NADA A COMPARAR ***'
              CLOSE ARQ-EMPRESAS
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0005-CARREGAR-AVISADAS.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              OPEN EXTEND ARQ-AVISADAS
              IF ST-ARQUIVO-AVS IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-AVISADAS
              END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           PERFORM 0006-GRAVAR-CABECALHO.
           MOVE LOW-VALUES TO FRE-CNPJ.
           MOVE 'N' TO WS-EOF.
           START ARQ-EMPRESAS KEY IS GREATER THAN OR EQUAL TO FRE-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-CONT-LIDAS
                  IF FRE-DATA-INICIO-ATIVIDADE IS NOT LESS THAN
                     WS-DATA-LIMITE AND
                     FRE-DATA-INICIO-ATIVIDADE IS NOT GREATER THAN
                     WS-DATA-HOJE THEN
                     ADD 1 TO WS-CONT-NOVAS
                     PERFORM 0007-COMPARAR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.
           PERFORM 0013-GRAVAR-RODAPE.
           CLOSE ARQ-RELATORIO.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              CLOSE ARQ-AVISADAS
           END-IF.
           CLOSE ARQ-EMPRESAS.
           DISPLAY 'EMPRESAS LIDAS..............: ' WS-CONT-LIDAS.
           DISPLAY 'ABERTAS NA JANELA...........: ' WS-CONT-NOVAS.
           DISPLAY 'APONTADAS...................: ' WS-CONT-APONTADAS.
           DISPLAY 'OCORRENCIAS RANKING / MARCA.: '
              WS-CONT-OCOR-RANKING ' / ' WS-CONT-OCOR-MARCA.
           DISPLAY 'AVISOS NO HUB...............: ' WS-CONT-AVISOS.
           MOVE 0 TO RETURN-CODE.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              DISPLAY '*** TABELA INTERNA CHEIA - RESULTADO PARCIAL ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DA DETECCAO DE NOMES SEMELHANTES.'.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'SEMELHANCA-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS NOT EQUAL TO '000' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-JANELA-DIAS
           END-IF.
           MOVE 'SEMELHANCA-LIMIAR' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC AND
              WS-PARAM-VALOR(1:3) IS NOT EQUAL TO '000' AND
              WS-PARAM-VALOR(1:3) IS NOT GREATER THAN '100' THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-LIMIAR
           END-IF.
           DISPLAY 'JANELA DE ABERTURA (DIAS)...: ' WS-JANELA-DIAS.
           DISPLAY 'LIMIAR DE SEMELHANCA........: ' WS-LIMIAR.

       0003-CARREGAR-RANKING.
      *    POSICAO;CNPJ;... (SAIDA DO RANKING-CAPITAL-SOCIAL). A
      *    RAZAO E A FANTASIA VEM DA BASE, JA NORMALIZADAS.
           OPEN INPUT ARQ-RANKING.
           IF ST-ARQUIVO-RNK IS NOT EQUAL TO '00' THEN
              DISPLAY '*** RANKING-CAPITAL-SOCIAL.DAT INDISPONIVEL - '
                 'SO AS MARCAS SERAO COMPARADAS ***'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-RANKING
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-RNK-POS-TXT
                     MOVE SPACES TO WS-RNK-CNPJ
                     UNSTRING REG-RANKING DELIMITED BY ';'
                       INTO WS-RNK-POS-TXT
                            WS-RNK-CNPJ
                     END-UNSTRING
                     MOVE WS-RNK-CNPJ TO FRE-CNPJ
                     READ ARQ-EMPRESAS KEY IS FRE-CNPJ
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          PERFORM 0008-INCLUIR-REF-RANKING
                     END-READ
                END-READ
              END-PERFORM
              CLOSE ARQ-RANKING
           END-IF.

       0004-CARREGAR-MARCAS.
           OPEN INPUT ARQ-MARCAS.
           IF ST-ARQUIVO-MAR IS NOT EQUAL TO '00' THEN
              DISPLAY '*** MARCAS-MONITORADAS.DAT INDISPONIVEL ***'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-MARCAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-MARCA IS NOT EQUAL TO SPACES THEN
                        PERFORM 0009-INCLUIR-REF-MARCA
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-MARCAS
           END-IF.

       0005-CARREGAR-AVISADAS.
           OPEN INPUT ARQ-AVISADAS.
           IF ST-ARQUIVO-AVS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-AVISADAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-QTD-AVISADAS IS LESS THAN 10000 THEN
                        ADD 1 TO WS-QTD-AVISADAS
                        MOVE REG-AVISADA(1:54) TO
                          WS-AVS-CHAVE(WS-QTD-AVISADAS)
                     ELSE
                        MOVE 'S' TO WS-ESTOURO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-AVISADAS
           END-IF.

       0006-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EMPRESAS NOVAS COM NOME SEMELHANTE - '
                    DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4) DELIMITED BY SIZE
                  ' - ABERTAS DESDE ' DELIMITED BY SIZE
                  WS-DATA-LIMITE(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-LIMITE(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-LIMITE(1:4) DELIMITED BY SIZE
                  ' - LIMIAR ' DELIMITED BY SIZE
                  WS-LIMIAR DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:100).
           WRITE REG-RELATORIO.

       0007-COMPARAR-EMPRESA.
           MOVE FRE-RAZAO-NORMALIZADA TO WS-TOK-TEXTO.
           PERFORM 0010-PREPARAR-NOME.
           MOVE WS-NOME-PREPARADO TO WS-CAN-PREPARADO(1).
           MOVE 1 TO WS-QTD-CAN.
           IF FRE-FANTASIA-NORMALIZADA IS NOT EQUAL TO SPACES THEN
              MOVE FRE-FANTASIA-NORMALIZADA TO WS-TOK-TEXTO
              PERFORM 0010-PREPARAR-NOME
              IF WS-NOM-QTD IS GREATER THAN ZERO THEN
                 MOVE WS-NOME-PREPARADO TO WS-CAN-PREPARADO(2)
                 MOVE 2 TO WS-QTD-CAN
              END-IF
           END-IF.
           MOVE 'N' TO WS-EMPRESA-APONTADA.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
             UNTIL WS-IDX-REF IS GREATER THAN WS-QTD-REF
             IF WS-REF-RAIZ(WS-IDX-REF) IS NOT EQUAL TO FRE-CNPJ(1:8)
             THEN
                MOVE ZERO TO WS-NOTA-MELHOR
                PERFORM VARYING WS-IDX-CAN FROM 1 BY 1
                  UNTIL WS-IDX-CAN IS GREATER THAN WS-QTD-CAN
                  IF WS-CAN-QTD(WS-IDX-CAN) IS GREATER THAN ZERO THEN
                     PERFORM 0011-PONTUAR-SEMELHANCA
                     IF WS-NOTA IS GREATER THAN WS-NOTA-MELHOR THEN
                        MOVE WS-NOTA TO WS-NOTA-MELHOR
                        MOVE WS-CRITERIO TO WS-CRITERIO-MELHOR
                        IF WS-IDX-CAN IS EQUAL TO 1 THEN
                           MOVE 'RAZAO' TO WS-CAMPO-MELHOR
                        ELSE
                           MOVE 'FANTASIA' TO WS-CAMPO-MELHOR
                        END-IF
                     END-IF
                  END-IF
                END-PERFORM
                IF WS-NOTA-MELHOR IS NOT LESS THAN WS-LIMIAR THEN
                   PERFORM 0012-REGISTRAR-OCORRENCIA
                END-IF
             END-IF
           END-PERFORM.
           IF WS-EMPRESA-APONTADA IS EQUAL TO 'S' THEN
              ADD 1 TO WS-CONT-APONTADAS
           END-IF.

       0008-INCLUIR-REF-RANKING.
      *    RAZAO E FANTASIA DA EMPRESA DO RANKING ENTRAM COMO DUAS
      *    REFERENCIAS (A MARCA COSTUMA SER A FANTASIA).
           MOVE FRE-RAZAO-NORMALIZADA TO WS-TOK-TEXTO.
           PERFORM 0010-PREPARAR-NOME.
           MOVE WS-NOM-JUNTO TO WS-RNK-RAZAO-JUNTA.
           IF WS-NOM-QTD IS GREATER THAN ZERO THEN
              IF WS-QTD-REF IS NOT LESS THAN 600 THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-REF
                 ADD 1 TO WS-QTD-REF-RANKING
                 MOVE 'RANKING' TO WS-REF-TIPO(WS-QTD-REF)
                 MOVE FRE-RAZAO-SOCIAL TO WS-REF-NOME(WS-QTD-REF)
                 MOVE FRE-CNPJ(1:8) TO WS-REF-RAIZ(WS-QTD-REF)
                 MOVE SPACES TO WS-REF-DESTINATARIO(WS-QTD-REF)
                 MOVE WS-NOME-PREPARADO TO
                   WS-REF-PREPARADO(WS-QTD-REF)
              END-IF
           END-IF.
           IF FRE-FANTASIA-NORMALIZADA IS NOT EQUAL TO SPACES THEN
              MOVE FRE-FANTASIA-NORMALIZADA TO WS-TOK-TEXTO
              PERFORM 0010-PREPARAR-NOME
              IF WS-NOM-QTD IS GREATER THAN ZERO AND
                 WS-NOM-JUNTO IS NOT EQUAL TO WS-RNK-RAZAO-JUNTA THEN
                 IF WS-QTD-REF IS NOT LESS THAN 600 THEN
                    MOVE 'S' TO WS-ESTOURO
                 ELSE
                    ADD 1 TO WS-QTD-REF
                    ADD 1 TO WS-QTD-REF-RANKING
                    MOVE 'RANKING' TO WS-REF-TIPO(WS-QTD-REF)
                    MOVE FRE-NOME-FANTASIA TO WS-REF-NOME(WS-QTD-REF)
                    MOVE FRE-CNPJ(1:8) TO WS-REF-RAIZ(WS-QTD-REF)
                    MOVE SPACES TO WS-REF-DESTINATARIO(WS-QTD-REF)
                    MOVE WS-NOME-PREPARADO TO
                      WS-REF-PREPARADO(WS-QTD-REF)
                 END-IF
              END-IF
           END-IF.

       0009-INCLUIR-REF-MARCA.
           MOVE SPACES TO WS-MAR-NOME.
           MOVE SPACES TO WS-MAR-CNPJ-TXT.
           MOVE SPACES TO WS-MAR-DESTINATARIO.
           UNSTRING REG-MARCA DELIMITED BY ';'
             INTO WS-MAR-NOME
                  WS-MAR-CNPJ-TXT
                  WS-MAR-DESTINATARIO
           END-UNSTRING.
           MOVE SPACES TO WS-CNPJ-LIMPO.
           MOVE ZERO TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
             UNTIL WS-IDX-DIG IS GREATER THAN 20
             IF WS-MAR-CNPJ-TXT(WS-IDX-DIG:1) IS NUMERIC AND
                WS-QTD-DIGITOS IS LESS THAN 14 THEN
                ADD 1 TO WS-QTD-DIGITOS
                MOVE WS-MAR-CNPJ-TXT(WS-IDX-DIG:1) TO
                  WS-CNPJ-LIMPO(WS-QTD-DIGITOS:1)
             END-IF
           END-PERFORM.
           MOVE WS-MAR-NOME TO WS-NRM-ENTRADA.
           PERFORM 0014-NORMALIZAR-TEXTO.
           MOVE WS-NRM-SAIDA TO WS-TOK-TEXTO.
           PERFORM 0010-PREPARAR-NOME.
           IF WS-NOM-QTD IS GREATER THAN ZERO THEN
              IF WS-QTD-REF IS NOT LESS THAN 600 THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-REF
                 ADD 1 TO WS-QTD-REF-MARCA
                 MOVE 'MARCA' TO WS-REF-TIPO(WS-QTD-REF)
                 MOVE FUNCTION UPPER-CASE(WS-MAR-NOME) TO
                   WS-REF-NOME(WS-QTD-REF)
                 IF WS-QTD-DIGITOS IS NOT LESS THAN 8 THEN
                    MOVE WS-CNPJ-LIMPO(1:8) TO WS-REF-RAIZ(WS-QTD-REF)
                 ELSE
                    MOVE SPACES TO WS-REF-RAIZ(WS-QTD-REF)
                 END-IF
                 IF WS-MAR-DESTINATARIO IS EQUAL TO SPACES THEN
                    MOVE 'JURIDICO' TO WS-REF-DESTINATARIO(WS-QTD-REF)
                 ELSE
                    MOVE FUNCTION UPPER-CASE(WS-MAR-DESTINATARIO) TO
                      WS-REF-DESTINATARIO(WS-QTD-REF)
                 END-IF
                 MOVE WS-NOME-PREPARADO TO
                   WS-REF-PREPARADO(WS-QTD-REF)
              END-IF
           END-IF.

       0010-PREPARAR-NOME.
      *    WS-TOK-TEXTO (NORMALIZADO) -> WS-NOME-PREPARADO. PONTUACAO
      *    VIRA ESPACO E AS PALAVRAS SEM PODER DE DISTINCAO SAEM.
           INSPECT WS-TOK-TEXTO CONVERTING '.,;:-/&()' TO
             '         '.
           MOVE ZERO TO WS-TOK-BRUTO-QTD.
           MOVE ZERO TO WS-TOK-QTD.
           INITIALIZE WS-TAB-TOK-BRUTO.
           INITIALIZE WS-TAB-TOK.
           UNSTRING WS-TOK-TEXTO DELIMITED BY ALL ' '
             INTO WS-TOK-BRUTO(1)
                  WS-TOK-BRUTO(2)
                  WS-TOK-BRUTO(3)
                  WS-TOK-BRUTO(4)
                  WS-TOK-BRUTO(5)
                  WS-TOK-BRUTO(6)
                  WS-TOK-BRUTO(7)
                  WS-TOK-BRUTO(8)
                  WS-TOK-BRUTO(9)
                  WS-TOK-BRUTO(10)
             TALLYING IN WS-TOK-BRUTO-QTD
           END-UNSTRING.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
             UNTIL WS-TOK-I IS GREATER THAN WS-TOK-BRUTO-QTD
             PERFORM 0015-TESTAR-PALAVRA-VAZIA
             IF WS-PAL-VAZIA IS EQUAL TO 'N' THEN
                ADD 1 TO WS-TOK-QTD
                MOVE WS-TOK-BRUTO(WS-TOK-I) TO WS-TOK-PAL(WS-TOK-QTD)
             END-IF
           END-PERFORM.
           INITIALIZE WS-NOME-PREPARADO.
           MOVE WS-TOK-QTD TO WS-NOM-QTD.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
             UNTIL WS-TOK-I IS GREATER THAN WS-TOK-QTD
             IF WS-TOK-I IS GREATER THAN 1 THEN
                STRING ' ' DELIMITED BY SIZE
                  INTO WS-NOM-JUNTO
                  WITH POINTER WS-PONTEIRO
                END-STRING
             END-IF
             STRING WS-TOK-PAL(WS-TOK-I) DELIMITED BY SPACE
               INTO WS-NOM-JUNTO
               WITH POINTER WS-PONTEIRO
             END-STRING
             MOVE WS-TOK-PAL(WS-TOK-I) TO WS-FON-ENTRADA
             PERFORM 0016-GERAR-CHAVE-FONETICA
             MOVE WS-FON-SAIDA(1:20) TO WS-NOM-FON(WS-TOK-I)
           END-PERFORM.
           COMPUTE WS-NOM-TAM = WS-PONTEIRO - 1.
           MOVE WS-NOM-JUNTO TO WS-FON-ENTRADA.
           PERFORM 0016-GERAR-CHAVE-FONETICA.
           MOVE WS-FON-SAIDA TO WS-NOM-FON-JUNTO.

       0011-PONTUAR-SEMELHANCA.
      *    NOTA DO NOME WS-IDX-CAN DA EMPRESA NOVA CONTRA A
      *    REFERENCIA WS-IDX-REF.
           IF WS-CAN-JUNTO(WS-IDX-CAN) IS EQUAL TO
              WS-REF-JUNTO(WS-IDX-REF) THEN
              MOVE 100 TO WS-NOTA
              MOVE 'NOME IDENTICO' TO WS-CRITERIO
           ELSE
              IF WS-CAN-FON-JUNTO(WS-IDX-CAN) IS EQUAL TO
                 WS-REF-FON-JUNTO(WS-IDX-REF) THEN
                 MOVE 95 TO WS-NOTA
                 MOVE 'MESMA PRONUNCIA' TO WS-CRITERIO
              ELSE
                 MOVE ZERO TO WS-QTD-COMUNS
                 PERFORM VARYING WS-TOK-I FROM 1 BY 1
                   UNTIL WS-TOK-I IS GREATER THAN
                         WS-REF-QTD(WS-IDX-REF)
                   MOVE 'N' TO WS-PAL-COMUM
                   PERFORM VARYING WS-TOK-J FROM 1 BY 1
                     UNTIL WS-TOK-J IS GREATER THAN
                           WS-CAN-QTD(WS-IDX-CAN) OR
                           WS-PAL-COMUM IS EQUAL TO 'S'
                     IF WS-CAN-FON(WS-IDX-CAN, WS-TOK-J) IS EQUAL TO
                        WS-REF-FON(WS-IDX-REF, WS-TOK-I) THEN
                        MOVE 'S' TO WS-PAL-COMUM
                     END-IF
                   END-PERFORM
                   IF WS-PAL-COMUM IS EQUAL TO 'S' THEN
                      ADD 1 TO WS-QTD-COMUNS
                   END-IF
                 END-PERFORM
      *          REFERENCIA CURTA DEMAIS (SIGLA) SO CASA POR NOME
      *          IDENTICO OU MESMA PRONUNCIA.
                 IF WS-QTD-COMUNS IS EQUAL TO WS-REF-QTD(WS-IDX-REF)
                    AND WS-REF-TAM(WS-IDX-REF) IS NOT LESS THAN 5 THEN
                    MOVE 85 TO WS-NOTA
                    MOVE 'CONTEM A REFERENCIA' TO WS-CRITERIO
                 ELSE
                    COMPUTE WS-NOTA ROUNDED =
                       200 * WS-QTD-COMUNS /
                       (WS-REF-QTD(WS-IDX-REF) + WS-CAN-QTD(WS-IDX-CAN))
                    MOVE 'PALAVRAS SEMELHANTES' TO WS-CRITERIO
                 END-IF
              END-IF
           END-IF.

       0012-REGISTRAR-OCORRENCIA.
           MOVE 'S' TO WS-EMPRESA-APONTADA.
           IF WS-REF-TIPO(WS-IDX-REF) IS EQUAL TO 'MARCA' THEN
              ADD 1 TO WS-CONT-OCOR-MARCA
           ELSE
              ADD 1 TO WS-CONT-OCOR-RANKING
           END-IF.
           MOVE WS-NOTA-MELHOR TO WS-NOTA-Z.
           MOVE SPACES TO WS-DATA-EDITADA.
           STRING FRE-DATA-INICIO-ATIVIDADE(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FRE-DATA-INICIO-ATIVIDADE(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FRE-DATA-INICIO-ATIVIDADE(1:4) DELIMITED BY SIZE
             INTO WS-DATA-EDITADA
           END-STRING.
           MOVE SPACES TO REG-RELATORIO.
           STRING FRE-CNPJ DELIMITED BY SIZE
                  '  ABERTA EM ' DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  FRE-MUNICIPIO DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '   RAZAO...: ' DELIMITED BY SIZE
                  FRE-RAZAO-SOCIAL DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF FRE-NOME-FANTASIA IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO REG-RELATORIO
              STRING '   FANTASIA: ' DELIMITED BY SIZE
                     FRE-NOME-FANTASIA DELIMITED BY '  '
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING '   SEMELHANTE A ' DELIMITED BY SIZE
                  WS-REF-TIPO(WS-IDX-REF) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-REF-NOME(WS-IDX-REF) DELIMITED BY '  '
                  ' - NOTA ' DELIMITED BY SIZE
                  WS-NOTA-Z DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-CRITERIO-MELHOR DELIMITED BY '  '
                  ' NA ' DELIMITED BY SIZE
                  WS-CAMPO-MELHOR DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-REF-TIPO(WS-IDX-REF) IS EQUAL TO 'MARCA' THEN
              MOVE FRE-CNPJ TO WS-CHAVE-AVISO(1:14)
              MOVE WS-REF-NOME(WS-IDX-REF) TO WS-CHAVE-AVISO(15:40)
              MOVE 'N' TO WS-JA-AVISADA
              PERFORM VARYING WS-IDX-AVS FROM 1 BY 1
                UNTIL WS-IDX-AVS IS GREATER THAN WS-QTD-AVISADAS OR
                      WS-JA-AVISADA IS EQUAL TO 'S'
                IF WS-AVS-CHAVE(WS-IDX-AVS) IS EQUAL TO WS-CHAVE-AVISO
                THEN
                   MOVE 'S' TO WS-JA-AVISADA
                END-IF
              END-PERFORM
              IF WS-JA-AVISADA IS EQUAL TO 'N' AND
                 WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
                 MOVE 'ALERTA' TO WS-AVISO-SEVERIDADE
                 MOVE WS-REF-DESTINATARIO(WS-IDX-REF) TO
                   WS-AVISO-DESTINATARIO
                 MOVE SPACES TO WS-AVISO-TEXTO
                 STRING 'CNPJ ' DELIMITED BY SIZE
                        FRE-CNPJ DELIMITED BY SIZE
                        ' ABERTO EM ' DELIMITED BY SIZE
                        WS-DATA-EDITADA DELIMITED BY SIZE
                        ' COM NOME SEMELHANTE A MARCA '
                          DELIMITED BY SIZE
                        WS-REF-NOME(WS-IDX-REF) DELIMITED BY '  '
                        ' (NOTA ' DELIMITED BY SIZE
                        WS-NOTA-Z DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                   INTO WS-AVISO-TEXTO
                 END-STRING
                 PERFORM 9800-REGISTRAR-AVISO
                 MOVE FRE-CNPJ TO SMA-CNPJ
                 MOVE WS-REF-NOME(WS-IDX-REF) TO SMA-MARCA
                 MOVE WS-DATA-HOJE TO SMA-DATA-AVISO
                 WRITE REG-AVISADA
                 IF WS-QTD-AVISADAS IS LESS THAN 10000 THEN
                    ADD 1 TO WS-QTD-AVISADAS
                    MOVE WS-CHAVE-AVISO TO
                      WS-AVS-CHAVE(WS-QTD-AVISADAS)
                 END-IF
              END-IF
           END-IF.

       0013-GRAVAR-RODAPE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:100).
           WRITE REG-RELATORIO.
           MOVE WS-CONT-NOVAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EMPRESAS ABERTAS NA JANELA....: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-APONTADAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'EMPRESAS APONTADAS............: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-OCOR-RANKING TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SEMELHANCAS COM O RANKING.....: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-OCOR-MARCA TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SEMELHANCAS COM MARCAS........: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-AVISOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AVISOS NOVOS AO JURIDICO......: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF ST-ARQUIVO-RNK IS NOT EQUAL TO '00' THEN
              MOVE '*** RANKING-CAPITAL-SOCIAL.DAT INDISPONIVEL - SO MAR
      -          'CAS COMPARADAS ***' TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              MOVE '*** TABELA INTERNA CHEIA - RESULTADO PARCIAL ***'
                TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0014-NORMALIZAR-TEXTO.
           MOVE FUNCTION UPPER-CASE(WS-NRM-ENTRADA) TO WS-NRM-ENTRADA.
           INSPECT WS-NRM-ENTRADA CONVERTING
              X"C0C1C2C3C4C5E0E1E2E3E4E5C8C9CACBE8E9EAEBCCCDCECFECED"
              TO "AAAAAAAAAAAAEEEEEEEEIIIIII".
           INSPECT WS-NRM-ENTRADA CONVERTING
              X"EEEFD2D3D4D5D6F2F3F4F5F6D9DADBDCF9FAFBFCC7E7D1F1"
              TO "IIOOOOOOOOOOUUUUUUUUCCNN".
           MOVE SPACES TO WS-NRM-SAIDA.
           MOVE ZERO TO WS-NRM-OUT.
           MOVE SPACE TO WS-NRM-ULT.
           PERFORM VARYING WS-NRM-POS FROM 1 BY 1
             UNTIL WS-NRM-POS IS GREATER THAN 150
             MOVE WS-NRM-ENTRADA(WS-NRM-POS:1) TO WS-NRM-CHAR
             IF WS-NRM-CHAR IS EQUAL TO SPACE AND
                WS-NRM-ULT IS EQUAL TO SPACE THEN
                CONTINUE
             ELSE
                ADD 1 TO WS-NRM-OUT
                MOVE WS-NRM-CHAR TO WS-NRM-SAIDA(WS-NRM-OUT:1)
                MOVE WS-NRM-CHAR TO WS-NRM-ULT
             END-IF
           END-PERFORM.

       0015-TESTAR-PALAVRA-VAZIA.
           MOVE 'N' TO WS-PAL-VAZIA.
           IF WS-TOK-BRUTO(WS-TOK-I)(2:1) IS EQUAL TO SPACE THEN
              MOVE 'S' TO WS-PAL-VAZIA
           END-IF.
           EVALUATE WS-TOK-BRUTO(WS-TOK-I)
             WHEN 'LTDA'
             WHEN 'ME'
             WHEN 'EPP'
             WHEN 'EIRELI'
             WHEN 'SA'
             WHEN 'CIA'
             WHEN 'DE'
             WHEN 'DA'
             WHEN 'DO'
             WHEN 'DAS'
             WHEN 'DOS'
             WHEN 'EM'
                MOVE 'S' TO WS-PAL-VAZIA
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

       0016-GERAR-CHAVE-FONETICA.
      *    CHAVE FONETICA SIMPLIFICADA PARA NOMES EM PORTUGUES -
      *    MESMAS REGRAS DA CARGA, PARA O CASAMENTO APROXIMADO
      *    FUNCIONAR CONTRA FRS-NOME-FONETICO.
           MOVE FUNCTION UPPER-CASE(WS-FON-ENTRADA) TO WS-FON-ENTRADA.
           MOVE SPACES TO WS-FON-SAIDA.
           MOVE ZERO TO WS-FON-OUT.
           MOVE SPACE TO WS-FON-ULT.
           PERFORM VARYING WS-FON-POS FROM 1 BY 1
             UNTIL WS-FON-POS IS GREATER THAN 150
             MOVE WS-FON-ENTRADA(WS-FON-POS:1) TO WS-FON-CHAR
             IF WS-FON-POS IS LESS THAN 150 THEN
                MOVE WS-FON-ENTRADA(WS-FON-POS + 1:1) TO WS-FON-PROX
             ELSE
                MOVE SPACE TO WS-FON-PROX
             END-IF
             EVALUATE TRUE
               WHEN WS-FON-CHAR IS EQUAL TO 'H'
                  CONTINUE
               WHEN WS-FON-CHAR IS EQUAL TO 'Z'
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'Y'
                  MOVE 'I' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'W'
                  MOVE 'U' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'K' OR
                    WS-FON-CHAR IS EQUAL TO 'Q'
                  MOVE 'C' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'X' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    (WS-FON-PROX IS EQUAL TO 'E' OR
                     WS-FON-PROX IS EQUAL TO 'I')
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'P' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'F' TO WS-FON-CHAR
                  PERFORM 0017-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS GREATER THAN OR EQUAL TO 'A' AND
                    WS-FON-CHAR IS LESS THAN OR EQUAL TO 'Z'
                  PERFORM 0017-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO SPACE AND
                    WS-FON-ULT IS NOT EQUAL TO SPACE
                  PERFORM 0017-EMITIR-FONEMA
               WHEN OTHER
                  CONTINUE
             END-EVALUATE
           END-PERFORM.

       0017-EMITIR-FONEMA.
           IF WS-FON-CHAR IS NOT EQUAL TO WS-FON-ULT THEN
              ADD 1 TO WS-FON-OUT
              IF WS-FON-OUT IS LESS THAN OR EQUAL TO 150 THEN
                 MOVE WS-FON-CHAR TO WS-FON-SAIDA(WS-FON-OUT:1)
              END-IF
           END-IF.
           MOVE WS-FON-CHAR TO WS-FON-ULT.

       9700-LER-PARAMETRO.
      *    BUSCA UM PARAMETRO NO ARQUIVO CENTRAL DE PARAMETROS DO
      *    SISTEMA; PARAMETRO AUSENTE MANTEM O VALOR PADRAO DO
      *    PROGRAMA.
           MOVE 'N' TO WS-PARAM-ACHADO.
           MOVE SPACES TO WS-PARAM-VALOR.
           OPEN INPUT ARQ-PARAMETROS.
           IF ST-ARQUIVO-PRM IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-PRM
              PERFORM UNTIL WS-EOF-PRM IS EQUAL TO 'Y'
                READ ARQ-PARAMETROS
                  AT END MOVE 'Y' TO WS-EOF-PRM
                  NOT AT END
                     IF PAR-CHAVE IS EQUAL TO WS-PARAM-CHAVE THEN
                        MOVE 'S' TO WS-PARAM-ACHADO
                        MOVE PAR-VALOR TO WS-PARAM-VALOR
                        MOVE 'Y' TO WS-EOF-PRM
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-PARAMETROS
           END-IF.

       9800-REGISTRAR-AVISO.
      *    HUB DE NOTIFICACOES: ACRESCENTA O EVENTO EM
      *    AVISOS-SISTEMA.DAT (DATA;HORA;ORIGEM;SEVERIDADE;
      *    DESTINATARIO;TEXTO;PENDENTE). O DESPACHAR-AVISOS GERA O
      *    ARQUIVO DO GATEWAY DE E-MAIL E CONTROLA CONFIRMACAO E
      *    REENVIO DOS FALHADOS.
           ACCEPT WS-AVISO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AVISO-HORA FROM TIME.
           OPEN EXTEND ARQ-AVISOS.
           IF ST-ARQUIVO-AVI IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-AVISOS
           END-IF.
           MOVE SPACES TO REG-AVISO.
           STRING WS-AVISO-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-AVISO-HORA DELIMITED BY SIZE
                  ';SEMELHANCA;' DELIMITED BY SIZE
                  WS-AVISO-SEVERIDADE DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-AVISO-DESTINATARIO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-AVISO-TEXTO DELIMITED BY '  '
                  ';PENDENTE' DELIMITED BY SIZE
             INTO REG-AVISO
           END-STRING.
           WRITE REG-AVISO.
           CLOSE ARQ-AVISOS.
           ADD 1 TO WS-CONT-AVISOS.

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
           MOVE SPACES TO WS-CAM-AVISOS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'avisos-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-AVISOS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-MARCAS-MONITORADAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'marcas-monitoradas.dat' DELIMITED BY SIZE
             INTO WS-CAM-MARCAS-MONITORADAS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RANKING-CAPITAL-SOCIAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'ranking-capital-social.dat' DELIMITED BY SIZE
             INTO WS-CAM-RANKING-CAPITAL-SOCIAL
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-SEMELHANTES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-nomes-semelhantes.txt'
                    DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-SEMELHANTES
           END-STRING.
           MOVE SPACES TO WS-CAM-SEMELHANCAS-AVISADAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'semelhancas-avisadas.dat' DELIMITED BY SIZE
             INTO WS-CAM-SEMELHANCAS-AVISADAS
           END-STRING.
           PERFORM 9910-RESOLVER-COMPETENCIA.

       9910-RESOLVER-COMPETENCIA.
      *    REEMISSAO SOBRE COMPETENCIA PASSADA: COM O SUFIXO DE UMA
      *    COMPETENCIA GUARDADA PELO PROMOVER-BASE-CARGA (CATALOGO-
      *    COMPETENCIAS.DAT) EM COMPETENCIA-REFERENCIA.CFG, A BASE
      *    LIDA PASSA A SER EMPRESAS2-<COMPETENCIA>.DAT E
      *    SOCIOS2-<COMPETENCIA>.DAT E A COMPETENCIA SAI NO CONSOLE E
      *    NO CABECALHO DO RELATORIO. ARQUIVO AUSENTE OU EM BRANCO =
      *    BASE CORRENTE. NA REEMISSAO NENHUM ARQUIVO ACUMULADO DO
      *    PROGRAMA (HISTORICO, SUMARIO, AVISOS) E GRAVADO.
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
                 ' (REEMISSAO SOBRE A BASE GUARDADA)'
              MOVE SPACES TO WS-CAM-EMPRESAS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'empresas2-' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                     '.dat' DELIMITED BY SIZE
                INTO WS-CAM-EMPRESAS2
              END-STRING
           END-IF.

       9920-CABECALHO-COMPETENCIA.
           IF WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO REG-RELATORIO
              STRING 'COMPETENCIA DE REFERENCIA: ' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SIZE
                     ' - REEMISSAO SOBRE A BASE GUARDADA'
                       DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-GRAFO-REDE.

      ****************************************************************
      * EXPORTA UM RECORTE DA REDE SOCIETARIA EM FORMATO DE GRAFO     *
      * (ARQUIVO DE NOS E ARQUIVO DE ARESTAS) PARA A FERRAMENTA DE    *
      * ANALISE DE VINCULOS. ENTRADA (UMA POR LINHA): PONTO DE        *
      * PARTIDA, PROFUNDIDADE E DESTINATARIO. A PARTIDA E UM CNPJ     *
      * (14 DIGITOS), UM CPF (11 DIGITOS) OU O NUMERO DE UMA REDE     *
      * SOCIETARIA (ATE 6 DIGITOS, RSC-NUM-REDE DO                    *
      * IDENTIFICAR-REDES-SOCIETARIAS); PONTOS, BARRA E TRACO SAO     *
      * IGNORADOS. A PARTIR DELA O QUADRO E PERCORRIDO EM LARGURA     *
      * ATE A PROFUNDIDADE PEDIDA, COMO NO CAMINHO DE VINCULO:        *
      * EMPRESA -> SOCIOS E EMPRESAS DAS QUAIS E SOCIA; PESSOA FISICA *
      * UNIFICADA -> EMPRESAS EM QUE PARTICIPA.                       *
      * GRAFO-REDE-NOS.DAT:                                           *
      * ID;TIPO;DOCUMENTO;NOME;SITUACAO;UF;CAPITAL;ESCORE;GRAU        *
      *   TIPO PJ, PF OU EX (SOCIO ESTRANGEIRO). O ID DA EMPRESA E O  *
      *   CNPJ; O DA PESSOA UNIFICADA E 'P' + CODIGO DA PESSOA; O DO  *
      *   SOCIO SEM PESSOA UNIFICADA E 'S' + CODIGO DO SOCIO. O CPF   *
      *   SAI MASCARADO (***NNNNNN**), COMO NOS DADOS ABERTOS.        *
      * GRAFO-REDE-ARESTAS.DAT:                                       *
      * ORIGEM;DESTINO;QUALIFICACAO;DESCRICAO;PERCENTUAL;DATA-ENTRADA *
      *   UMA ARESTA POR VINCULO (SOCIO -> EMPRESA).                  *
      * OS DOIS ARQUIVOS SAO REGISTRADOS NA CENTRAL DE TRANSMISSAO    *
      * (REGISTRAR-TRANSMISSAO) PARA O DESTINATARIO INFORMADO, COM    *
      * HASH E PROTOCOLO.                                             *
      * RETURN-CODE: 0 GRAFO EXPORTADO E REGISTRADO; 4 GRAFO PARCIAL  *
      * (LIMITE DE NOS OU ARESTAS); 8 PARTIDA INVALIDA OU NAO         *
      * LOCALIZADA; 12 BASE INDISPONIVEL OU TRANSMISSAO NAO           *
      * REGISTRADA.                                                   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
                   ALTERNATE RECORD KEY IS FRS-NOME-SOCIO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CNPJ WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-SOCIO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-MIOLO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-NOME-FONETICO WITH
                   DUPLICATES
                   ALTERNATE RECORD KEY IS FRS-CPF-REPRESENTANTE
                   WITH DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ-ID
                   ALTERNATE RECORD KEY IS FRE-RAZAO-SOCIAL WITH
                    DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-UF-MUNICIPIO WITH
                    DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-FANTASIA-NORMALIZADA
                     WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-PESSOAS ASSIGN TO WS-CAM-PESSOAS-MESTRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PES-ID
                   ALTERNATE RECORD KEY IS PES-CPF-MIOLO WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-PES.

           SELECT ARQ-PARTICIPACOES ASSIGN TO
                   WS-CAM-PESSOA-PARTICIPACOES
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PPA-CHAVE
                   STATUS ST-ARQUIVO-PPA.

           SELECT ARQ-REDE ASSIGN TO WS-CAM-REDE-SOCIETARIA
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RSC-CNPJ
                   STATUS ST-ARQUIVO-RED.

           SELECT ARQ-ESCORE ASSIGN TO WS-CAM-ESCORE-RISCO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ERC-CNPJ
                   STATUS ST-ARQUIVO-ESC.

           SELECT ARQ-QUALIFICACAO ASSIGN TO
                   "TABELASRFB/QUALIFICACAO-SOCIO"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQ-QUALIFICACAO.

           SELECT ARQ-NOS ASSIGN TO WS-CAM-GRAFO-NOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-NOS.

           SELECT ARQ-ARESTAS ASSIGN TO WS-CAM-GRAFO-ARESTAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-ARE.

           SELECT ARQ-PARM-TRANSMISSAO ASSIGN TO
                   WS-CAM-PARM-TRANSMISSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PTR.

           SELECT ARQ-LOG-TRANSMISSAO ASSIGN TO
                   WS-CAM-LOG-TRANSMISSAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LTR.

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
       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-PESSOAS.
       COPY "FD-REG-PESSOA.cpy".

       FD ARQ-PARTICIPACOES.
       COPY "FD-REG-PARTICIPACAO.cpy".

       FD ARQ-REDE.
       COPY "FD-REG-REDE.cpy".

       FD ARQ-ESCORE.
       COPY "FD-REG-ESCORE.cpy".

       FD ARQ-QUALIFICACAO.
       01 FD-QUALIFICACAO.
           03 FD-QUALIF-COD         PIC XX.
           03 FD-QUALIF-DESCRICAO   PIC X(060).

       FD ARQ-NOS.
       01 REG-NO                      PIC X(300).

       FD ARQ-ARESTAS.
       01 REG-ARESTA                  PIC X(200).

       FD ARQ-PARM-TRANSMISSAO.
       01 REG-PARM-TRANSMISSAO        PIC X(060).

       FD ARQ-LOG-TRANSMISSAO.
       01 REG-LOG-TRANSMISSAO         PIC X(120).

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
       01 WS-CAM-SOCIOS2              PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2            PIC X(060) VALUE SPACES.
       01 WS-CAM-PESSOAS-MESTRE       PIC X(060) VALUE SPACES.
       01 WS-CAM-PESSOA-PARTICIPACOES PIC X(060) VALUE SPACES.
       01 WS-CAM-REDE-SOCIETARIA      PIC X(060) VALUE SPACES.
       01 WS-CAM-ESCORE-RISCO         PIC X(060) VALUE SPACES.
       01 WS-CAM-GRAFO-NOS            PIC X(060) VALUE SPACES.
       01 WS-CAM-GRAFO-ARESTAS        PIC X(060) VALUE SPACES.
       01 WS-CAM-PARM-TRANSMISSAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-TRANSMISSAO      PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-PES              PIC XX.
       01 ST-ARQUIVO-PPA              PIC XX.
       01 ST-ARQUIVO-RED              PIC XX.
       01 ST-ARQUIVO-ESC              PIC XX.
       01 ST-ARQ-QUALIFICACAO         PIC XX.
       01 ST-ARQUIVO-NOS              PIC XX.
       01 ST-ARQUIVO-ARE              PIC XX.
       01 ST-ARQUIVO-PTR              PIC XX.
       01 ST-ARQUIVO-LTR              PIC XX.
       01 WS-BASE-ABERTA              PIC X VALUE 'N'.
       01 WS-PESSOAS-ABERTO           PIC X VALUE 'N'.
       01 WS-PARTICIPACOES-ABERTO     PIC X VALUE 'N'.
       01 WS-REDE-ABERTO              PIC X VALUE 'N'.
       01 WS-ESCORE-ABERTO            PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-PES                  PIC X VALUE 'N'.
       01 WS-EOF-PPA                  PIC X VALUE 'N'.
       01 WS-EOF-RED                  PIC X VALUE 'N'.
       01 WS-EOF-QUA                  PIC X VALUE 'N'.
       01 WS-EOF-LTR                  PIC X VALUE 'N'.

      *    PARAMETROS DE ENTRADA
       01 WS-PARTIDA-IN               PIC X(020) VALUE SPACES.
       01 WS-PROFUNDIDADE-IN          PIC X(002) VALUE SPACES.
       01 WS-DESTINATARIO-IN          PIC X(030) VALUE SPACES.
       01 WS-PROFUNDIDADE-PADRAO      PIC 99 VALUE 3.
       01 WS-PROFUNDIDADE             PIC 99 VALUE 3.
       01 WS-DESTINATARIO-PADRAO      PIC X(030)
           VALUE 'INTELIGENCIA'.
       01 WS-DESTINATARIO             PIC X(030) VALUE SPACES.
       01 WS-PARTIDA-DIGITOS          PIC X(014) VALUE SPACES.
       01 WS-PARTIDA-QTD-DIGITOS      PIC 99 VALUE ZERO.
       01 WS-PARTIDA-TIPO             PIC X VALUE SPACE.
       01 WS-IDX-CAR                  PIC 99 VALUE ZERO.
       01 WS-NUM-REDE                 PIC 9(006) VALUE ZERO.
       01 WS-NUM-REDE-X               PIC X(006) VALUE SPACES.
       01 WS-MENSAGEM                 PIC X(070) VALUE SPACES.
       01 WS-RETORNO                  PIC 99 VALUE ZERO.

      *    TABELA DE QUALIFICACOES
       01 WS-QTD-QUALIF               PIC 999 VALUE ZERO.
       01 WS-IDX-QUALIF               PIC 999 VALUE ZERO.
       01 WS-TAB-QUALIF.
          03 WS-QUALIF-OCR OCCURS 100 TIMES.
             05 WS-QUALIF-COD         PIC XX.
             05 WS-QUALIF-DESCR       PIC X(040).
       01 WS-QUALIF-DESCR-ATUAL       PIC X(040) VALUE SPACES.

      *    PESSOA UNIFICADA DO SOCIO PF CORRENTE
       01 WS-PESSOA-ID-N              PIC 9(009) VALUE ZERO.
       01 WS-PESSOA-ID-X              PIC X(009).
       01 WS-PESSOA-ID-BUSCA          PIC 9(009) VALUE ZERO.
       01 WS-PESSOA-ACHADA            PIC X VALUE 'N'.
       01 WS-CPF-BUSCA                PIC X(014).

      *    NOS DO GRAFO, NA ORDEM EM QUE SAO ALCANCADOS (A TABELA E
      *    TAMBEM A FILA DA BUSCA EM LARGURA). TIPO J = EMPRESA,
      *    P = PESSOA UNIFICADA, S = SOCIO SEM PESSOA UNIFICADA (NAO
      *    E EXPANDIDO; NOME E DOCUMENTO FICAM GUARDADOS AQUI).
       01 WS-LIMITE-NOS               PIC 9(005) VALUE 5000.
       01 WS-QTD-NOS                  PIC 9(005) VALUE ZERO.
       01 WS-IDX-FILA                 PIC 9(005) VALUE ZERO.
       01 WS-IDX-NO                   PIC 9(005) VALUE ZERO.
       01 WS-IDX-PAI                  PIC 9(005) VALUE ZERO.
       01 WS-IDX-CAND                 PIC 9(005) VALUE ZERO.
       01 WS-ESTOURO                  PIC X VALUE 'N'.
       01 WS-TAB-NOS.
          03 WS-NO-OCR OCCURS 5000 TIMES.
             05 WS-NO-TIPO            PIC X.
             05 WS-NO-CHAVE           PIC X(014).
             05 WS-NO-GRAU            PIC 99.
             05 WS-NO-CLASSE          PIC XX.
             05 WS-NO-DOCUMENTO       PIC X(014).
             05 WS-NO-NOME            PIC X(060).
       01 WS-ATUAL-CHAVE              PIC X(014).
       01 WS-CAND-TIPO                PIC X.
       01 WS-CAND-CHAVE               PIC X(014).
       01 WS-CAND-CLASSE              PIC XX.
       01 WS-CAND-DOCUMENTO           PIC X(014).
       01 WS-CAND-NOME                PIC X(060).
       01 WS-CAND-GRAU                PIC 99.

      *    ARESTAS JA GRAVADAS, PELO CODIGO DO SOCIO (O MESMO VINCULO
      *    E ALCANCADO PELOS DOIS LADOS).
       01 WS-LIMITE-ARESTAS           PIC 9(005) VALUE 10000.
       01 WS-QTD-ARESTAS              PIC 9(005) VALUE ZERO.
       01 WS-IDX-ARESTA               PIC 9(005) VALUE ZERO.
       01 WS-ARESTA-REPETIDA          PIC X VALUE 'N'.
       01 WS-TAB-ARESTAS.
          03 WS-ARESTA-COD-SOCIO      PIC 9(011) OCCURS 10000 TIMES.
       01 WS-ARE-COD-SOCIO            PIC 9(011) VALUE ZERO.
       01 WS-ARE-IDX-SOCIO            PIC 9(005) VALUE ZERO.
       01 WS-ARE-IDX-EMPRESA          PIC 9(005) VALUE ZERO.
       01 WS-ARE-QUALIF               PIC XX.
       01 WS-ARE-PERC                 PIC 9(005) VALUE ZERO.
       01 WS-ARE-DATA-ENTRADA         PIC 9(008) VALUE ZERO.
       01 WS-ID-ORIGEM                PIC X(015).
       01 WS-ID-DESTINO               PIC X(015).

      *    CAMPOS DE SAIDA
       01 WS-ID-SAIDA                 PIC X(015).
       01 WS-NOME-SAIDA               PIC X(150).
       01 WS-DOCUMENTO-SAIDA          PIC X(014).
       01 WS-SITUACAO-SAIDA           PIC X(020).
       01 WS-UF-SAIDA                 PIC XX.
       01 WS-CAPITAL-SAIDA            PIC X(018).
       01 WS-ESCORE-SAIDA             PIC X(003).
       01 WS-CAPITAL-ED               PIC Z(11)9.99.
       01 WS-PERC-V99                 PIC 9(003)V99 VALUE ZERO.
       01 WS-PERC-ED                  PIC ZZ9.99.
       01 WS-GRAU-ED                  PIC Z9.
       01 WS-MIOLO-X                  PIC X(006).

      *    REGISTRO NA CENTRAL DE TRANSMISSAO
       01 WS-CAM-TRANSMITIR           PIC X(060) VALUE SPACES.
       01 WS-COMANDO-SISTEMA          PIC X(250) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.
       01 WS-PROTOCOLO-LIDO           PIC X(020) VALUE SPACES.
       01 WS-HASH-LIDO                PIC X(020) VALUE SPACES.
       01 WS-PROTOCOLO-NOS            PIC X(020) VALUE SPACES.
       01 WS-HASH-NOS                 PIC X(020) VALUE SPACES.
       01 WS-PROTOCOLO-ARESTAS        PIC X(020) VALUE SPACES.
       01 WS-HASH-ARESTAS             PIC X(020) VALUE SPACES.
       01 WS-TRANSMISSAO-OK           PIC X VALUE 'S'.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'EXPORTACAO DA REDE SOCIETARIA EM FORMATO DE GRAFO'.
           DISPLAY 'PARTIDA (CNPJ, CPF OU NUMERO DA REDE): '.
           ACCEPT WS-PARTIDA-IN.
           DISPLAY 'PROFUNDIDADE (BRANCO = ' WS-PROFUNDIDADE-PADRAO
              ', MAXIMO 10): '.
           ACCEPT WS-PROFUNDIDADE-IN.
           DISPLAY 'DESTINATARIO (BRANCO = INTELIGENCIA): '.
           ACCEPT WS-DESTINATARIO-IN.
           PERFORM 0002-VALIDAR-PARAMETROS.
           IF WS-RETORNO IS NOT EQUAL TO ZERO THEN
              DISPLAY WS-MENSAGEM
              MOVE WS-RETORNO TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0005-CARREGAR-QUALIFICACOES.
           PERFORM 0003-ABRIR-ARQUIVOS.
           IF WS-RETORNO IS EQUAL TO ZERO THEN
              PERFORM 0010-SEMEAR-PARTIDA
           END-IF.
           IF WS-RETORNO IS EQUAL TO ZERO THEN
              OPEN OUTPUT ARQ-NOS
              OPEN OUTPUT ARQ-ARESTAS
              MOVE SPACES TO REG-ARESTA
              STRING 'ORIGEM;DESTINO;QUALIFICACAO;DESCRICAO;'
                       DELIMITED BY SIZE
                     'PERCENTUAL;DATA-ENTRADA' DELIMITED BY SIZE
                INTO REG-ARESTA
              END-STRING
              WRITE REG-ARESTA
              PERFORM 0040-PERCORRER-GRAFO
              PERFORM 0060-GRAVAR-NOS
              CLOSE ARQ-NOS
              CLOSE ARQ-ARESTAS
           END-IF.
           PERFORM 0004-FECHAR-ARQUIVOS.
           IF WS-RETORNO IS NOT EQUAL TO ZERO THEN
              DISPLAY WS-MENSAGEM
              MOVE WS-RETORNO TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PROFUNDIDADE........: ' WS-PROFUNDIDADE.
           DISPLAY 'NOS EXPORTADOS......: ' WS-QTD-NOS.
           DISPLAY 'ARESTAS EXPORTADAS..: ' WS-QTD-ARESTAS.
           PERFORM 0070-TRANSMITIR-ARQUIVOS.
           IF WS-TRANSMISSAO-OK IS EQUAL TO 'N' THEN
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ESTOURO IS EQUAL TO 'S' THEN
                 DISPLAY '*** GRAFO PARCIAL - LIMITE DE NOS OU '
                    'ARESTAS ATINGIDO ***'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'FIM DA EXPORTACAO DO GRAFO DA REDE SOCIETARIA.'.
           GOBACK.

       0002-VALIDAR-PARAMETROS.
      *    SO OS DIGITOS DA PARTIDA INTERESSAM: 14 = CNPJ, 11 = CPF,
      *    ATE 6 = NUMERO DA REDE SOCIETARIA.
           MOVE ZERO TO WS-RETORNO.
           MOVE SPACES TO WS-PARTIDA-DIGITOS.
           MOVE SPACE TO WS-PARTIDA-TIPO.
           MOVE ZERO TO WS-PARTIDA-QTD-DIGITOS.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1 UNTIL WS-IDX-CAR > 20
             IF WS-PARTIDA-IN(WS-IDX-CAR:1) IS NUMERIC THEN
                ADD 1 TO WS-PARTIDA-QTD-DIGITOS
                IF WS-PARTIDA-QTD-DIGITOS IS NOT GREATER THAN 14 THEN
                   MOVE WS-PARTIDA-IN(WS-IDX-CAR:1) TO
                     WS-PARTIDA-DIGITOS(WS-PARTIDA-QTD-DIGITOS:1)
                END-IF
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-PARTIDA-QTD-DIGITOS IS EQUAL TO 14
                MOVE 'J' TO WS-PARTIDA-TIPO
             WHEN WS-PARTIDA-QTD-DIGITOS IS EQUAL TO 11
                MOVE 'F' TO WS-PARTIDA-TIPO
             WHEN WS-PARTIDA-QTD-DIGITOS IS GREATER THAN ZERO AND
                  WS-PARTIDA-QTD-DIGITOS IS LESS THAN 7
                MOVE 'R' TO WS-PARTIDA-TIPO
                MOVE ZEROS TO WS-NUM-REDE-X
                MOVE WS-PARTIDA-DIGITOS(1:WS-PARTIDA-QTD-DIGITOS) TO
                  WS-NUM-REDE-X(7 - WS-PARTIDA-QTD-DIGITOS:
                                WS-PARTIDA-QTD-DIGITOS)
                MOVE WS-NUM-REDE-X TO WS-NUM-REDE
                IF WS-NUM-REDE IS EQUAL TO ZERO THEN
                   MOVE SPACE TO WS-PARTIDA-TIPO
                END-IF
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
           IF WS-PARTIDA-TIPO IS EQUAL TO SPACE THEN
              MOVE 8 TO WS-RETORNO
              MOVE SPACES TO WS-MENSAGEM
              STRING '*** PARTIDA INVALIDA: ' DELIMITED BY SIZE
                     WS-PARTIDA-IN DELIMITED BY '  '
                     ' ***' DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           END-IF.
           MOVE WS-PROFUNDIDADE-PADRAO TO WS-PROFUNDIDADE.
           IF WS-PROFUNDIDADE-IN IS NOT EQUAL TO SPACES THEN
              IF WS-PROFUNDIDADE-IN(2:1) IS EQUAL TO SPACE THEN
                 MOVE WS-PROFUNDIDADE-IN(1:1) TO
                   WS-PROFUNDIDADE-IN(2:1)
                 MOVE '0' TO WS-PROFUNDIDADE-IN(1:1)
              END-IF
              IF WS-PROFUNDIDADE-IN IS NUMERIC THEN
                 MOVE WS-PROFUNDIDADE-IN TO WS-PROFUNDIDADE
              END-IF
           END-IF.
           IF WS-PROFUNDIDADE IS EQUAL TO ZERO THEN
              MOVE WS-PROFUNDIDADE-PADRAO TO WS-PROFUNDIDADE
           END-IF.
           IF WS-PROFUNDIDADE IS GREATER THAN 10 THEN
              MOVE 10 TO WS-PROFUNDIDADE
           END-IF.
           IF WS-DESTINATARIO-IN IS EQUAL TO SPACES THEN
              MOVE WS-DESTINATARIO-PADRAO TO WS-DESTINATARIO
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-DESTINATARIO-IN) TO
                WS-DESTINATARIO
           END-IF.

       0003-ABRIR-ARQUIVOS.
      *    SOCIOS E EMPRESAS SAO OBRIGATORIOS; A REDE SOCIETARIA SO E
      *    EXIGIDA QUANDO A PARTIDA E UM NUMERO DE REDE. SEM O
      *    CADASTRO DE PESSOAS OS SOCIOS PF SAEM COMO NOS SOLTOS; SEM
      *    O ESCORE, A COLUNA SAI EM BRANCO.
           MOVE 'N' TO WS-BASE-ABERTA.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-SOC IS EQUAL TO '00' AND
              ST-ARQUIVO-EMP IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-BASE-ABERTA
           ELSE
              IF ST-ARQUIVO-SOC IS EQUAL TO '00' THEN
                 CLOSE ARQ-SOCIOS
              END-IF
              IF ST-ARQUIVO-EMP IS EQUAL TO '00' THEN
                 CLOSE ARQ-EMPRESAS
              END-IF
              MOVE 12 TO WS-RETORNO
              MOVE '*** BASE DE SOCIOS/EMPRESAS INDISPONIVEL ***' TO
                WS-MENSAGEM
           END-IF.
           MOVE 'N' TO WS-PESSOAS-ABERTO.
           OPEN INPUT ARQ-PESSOAS.
           IF ST-ARQUIVO-PES IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-PESSOAS-ABERTO
           END-IF.
           MOVE 'N' TO WS-PARTICIPACOES-ABERTO.
           OPEN INPUT ARQ-PARTICIPACOES.
           IF ST-ARQUIVO-PPA IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-PARTICIPACOES-ABERTO
           END-IF.
           MOVE 'N' TO WS-REDE-ABERTO.
           OPEN INPUT ARQ-REDE.
           IF ST-ARQUIVO-RED IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-REDE-ABERTO
           END-IF.
           MOVE 'N' TO WS-ESCORE-ABERTO.
           OPEN INPUT ARQ-ESCORE.
           IF ST-ARQUIVO-ESC IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-ESCORE-ABERTO
           END-IF.

       0004-FECHAR-ARQUIVOS.
           IF WS-BASE-ABERTA IS EQUAL TO 'S' THEN
              CLOSE ARQ-SOCIOS
              CLOSE ARQ-EMPRESAS
           END-IF.
           IF WS-PESSOAS-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-PESSOAS
           END-IF.
           IF WS-PARTICIPACOES-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-PARTICIPACOES
           END-IF.
           IF WS-REDE-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-REDE
           END-IF.
           IF WS-ESCORE-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-ESCORE
           END-IF.

       0005-CARREGAR-QUALIFICACOES.
           MOVE ZERO TO WS-QTD-QUALIF.
           OPEN INPUT ARQ-QUALIFICACAO.
           IF ST-ARQ-QUALIFICACAO IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-QUA
              PERFORM UNTIL WS-EOF-QUA IS EQUAL TO 'Y'
                READ ARQ-QUALIFICACAO
                  AT END MOVE 'Y' TO WS-EOF-QUA
                  NOT AT END
                     IF WS-QTD-QUALIF IS LESS THAN 100 THEN
                        ADD 1 TO WS-QTD-QUALIF
                        MOVE FD-QUALIF-COD TO
                          WS-QUALIF-COD(WS-QTD-QUALIF)
                        MOVE FD-QUALIF-DESCRICAO TO
                          WS-QUALIF-DESCR(WS-QTD-QUALIF)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-QUALIFICACAO
           END-IF.

       0010-SEMEAR-PARTIDA.
      *    OS NOS DE GRAU ZERO: A EMPRESA, A PESSOA UNIFICADA DO CPF
      *    OU TODAS AS EMPRESAS DA REDE SOCIETARIA INFORMADA.
           INITIALIZE WS-TAB-NOS.
           MOVE ZERO TO WS-QTD-NOS WS-QTD-ARESTAS.
           MOVE 'N' TO WS-ESTOURO.
           MOVE ZERO TO WS-CAND-GRAU.
           EVALUATE WS-PARTIDA-TIPO
             WHEN 'J'
                MOVE WS-PARTIDA-DIGITOS TO FRE-CNPJ
                READ ARQ-EMPRESAS
                  INVALID KEY
                     MOVE 8 TO WS-RETORNO
                     MOVE '*** CNPJ NAO LOCALIZADO NA BASE ***' TO
                       WS-MENSAGEM
                  NOT INVALID KEY
                     MOVE 'J' TO WS-CAND-TIPO
                     MOVE FRE-CNPJ TO WS-CAND-CHAVE
                     PERFORM 0050-INCLUIR-NO
                END-READ
             WHEN 'F'
                PERFORM 0011-SEMEAR-CPF
             WHEN 'R'
                PERFORM 0012-SEMEAR-REDE
           END-EVALUATE.

       0011-SEMEAR-CPF.
           IF WS-PESSOAS-ABERTO IS EQUAL TO 'S' THEN
              MOVE WS-PARTIDA-DIGITOS TO RCF-ARGUMENTO
              MOVE 'A' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              MOVE RCF-ARGUMENTO TO WS-CPF-BUSCA
              MOVE WS-CPF-BUSCA TO FRS-CPF-SOCIO
              MOVE 'N' TO WS-EOF-SOC
              START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
              PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SOC
                  NOT AT END
                     IF FRS-CPF-SOCIO IS NOT EQUAL TO WS-CPF-BUSCA THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 THEN
                           PERFORM 0020-LOCALIZAR-PESSOA
                           IF WS-PESSOA-ACHADA IS EQUAL TO 'S' THEN
                              MOVE 'P' TO WS-CAND-TIPO
                              MOVE WS-PESSOA-ID-N TO WS-PESSOA-ID-X
                              MOVE WS-PESSOA-ID-X TO WS-CAND-CHAVE
                              PERFORM 0050-INCLUIR-NO
                              MOVE 'Y' TO WS-EOF-SOC
                           END-IF
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.
           IF WS-QTD-NOS IS EQUAL TO ZERO THEN
              MOVE 8 TO WS-RETORNO
              MOVE '*** CPF NAO LOCALIZADO NO CADASTRO DE PESSOAS ***'
                TO WS-MENSAGEM
           END-IF.

       0012-SEMEAR-REDE.
      *    REDE-SOCIETARIA.DAT E INDEXADO SO PELO CNPJ: AS EMPRESAS DA
      *    REDE SAO ACHADAS NA LEITURA DO ARQUIVO INTEIRO.
           IF WS-REDE-ABERTO IS EQUAL TO 'N' THEN
              MOVE 12 TO WS-RETORNO
              MOVE '*** REDE SOCIETARIA NAO CALCULADA ***' TO
                WS-MENSAGEM
           ELSE
              MOVE 'N' TO WS-EOF-RED
              PERFORM UNTIL WS-EOF-RED IS EQUAL TO 'Y'
                READ ARQ-REDE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-RED
                  NOT AT END
                     IF RSC-NUM-REDE IS EQUAL TO WS-NUM-REDE THEN
                        MOVE 'J' TO WS-CAND-TIPO
                        MOVE RSC-CNPJ TO WS-CAND-CHAVE
                        PERFORM 0050-INCLUIR-NO
                     END-IF
                END-READ
              END-PERFORM
              IF WS-QTD-NOS IS EQUAL TO ZERO THEN
                 MOVE 8 TO WS-RETORNO
                 MOVE '*** REDE SOCIETARIA NAO LOCALIZADA ***' TO
                   WS-MENSAGEM
              END-IF
           END-IF.

       0020-LOCALIZAR-PESSOA.
      *    PESSOA UNIFICADA DO SOCIO PF CORRENTE (CPF-MIOLO + NOME
      *    FONETICO + NOME), COMO NA FICHA DO SOCIO.
           MOVE 'N' TO WS-PESSOA-ACHADA.
           MOVE ZERO TO WS-PESSOA-ID-N.
           MOVE FRS-CPF-MIOLO TO PES-CPF-MIOLO.
           MOVE 'N' TO WS-EOF-PES.
           START ARQ-PESSOAS KEY IS EQUAL TO PES-CPF-MIOLO
             INVALID KEY MOVE 'Y' TO WS-EOF-PES
           END-START.
           PERFORM UNTIL WS-EOF-PES IS EQUAL TO 'Y'
             READ ARQ-PESSOAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PES
               NOT AT END
                  IF PES-CPF-MIOLO IS NOT EQUAL TO FRS-CPF-MIOLO THEN
                     MOVE 'Y' TO WS-EOF-PES
                  ELSE
                     IF PES-NOME-FONETICO IS EQUAL TO
                        FRS-NOME-FONETICO AND
                        PES-NOME-SOCIO IS EQUAL TO FRS-NOME-SOCIO THEN
                        MOVE 'S' TO WS-PESSOA-ACHADA
                        MOVE PES-ID TO WS-PESSOA-ID-N
                        MOVE 'Y' TO WS-EOF-PES
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0040-PERCORRER-GRAFO.
      *    CADA NO E EXPANDIDO UMA VEZ, NA ORDEM EM QUE FOI ALCANCADO;
      *    OS NOS DO ULTIMO GRAU ENTRAM NO GRAFO MAS NAO SAO ABERTOS.
           MOVE 1 TO WS-IDX-FILA.
           PERFORM UNTIL WS-IDX-FILA IS GREATER THAN WS-QTD-NOS
             IF WS-NO-GRAU(WS-IDX-FILA) IS LESS THAN WS-PROFUNDIDADE
             THEN
                MOVE WS-IDX-FILA TO WS-IDX-PAI
                MOVE WS-NO-CHAVE(WS-IDX-PAI) TO WS-ATUAL-CHAVE
                COMPUTE WS-CAND-GRAU = WS-NO-GRAU(WS-IDX-PAI) + 1
                EVALUATE WS-NO-TIPO(WS-IDX-PAI)
                  WHEN 'J'
                     PERFORM 0041-EXPANDIR-EMPRESA
                  WHEN 'P'
                     PERFORM 0042-EXPANDIR-PESSOA
                  WHEN OTHER
                     CONTINUE
                END-EVALUATE
             END-IF
             ADD 1 TO WS-IDX-FILA
           END-PERFORM.

       0041-EXPANDIR-EMPRESA.
      *    SOCIOS DA EMPRESA ...
           MOVE WS-ATUAL-CHAVE TO FRS-CNPJ.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ IS NOT EQUAL TO WS-ATUAL-CHAVE THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     PERFORM 0043-CLASSIFICAR-SOCIO
                     PERFORM 0050-INCLUIR-NO
                     IF WS-IDX-CAND IS GREATER THAN ZERO THEN
                        MOVE WS-IDX-CAND TO WS-ARE-IDX-SOCIO
                        MOVE WS-IDX-PAI TO WS-ARE-IDX-EMPRESA
                        PERFORM 0044-ARESTA-DO-SOCIO
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
      *    ... E EMPRESAS DAS QUAIS ELA E SOCIA.
           MOVE WS-ATUAL-CHAVE TO FRS-CPF-SOCIO.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CPF-SOCIO IS NOT EQUAL TO WS-ATUAL-CHAVE THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
                        MOVE 'J' TO WS-CAND-TIPO
                        MOVE FRS-CNPJ TO WS-CAND-CHAVE
                        PERFORM 0050-INCLUIR-NO
                        IF WS-IDX-CAND IS GREATER THAN ZERO THEN
                           MOVE WS-IDX-PAI TO WS-ARE-IDX-SOCIO
                           MOVE WS-IDX-CAND TO WS-ARE-IDX-EMPRESA
                           PERFORM 0044-ARESTA-DO-SOCIO
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0042-EXPANDIR-PESSOA.
      *    EMPRESAS EM QUE A PESSOA UNIFICADA PARTICIPA. A DATA DE
      *    ENTRADA VEM DO REGISTRO DO SOCIO (PPA-COD-SOCIO).
           IF WS-PARTICIPACOES-ABERTO IS EQUAL TO 'S' THEN
              MOVE WS-ATUAL-CHAVE(1:9) TO WS-PESSOA-ID-BUSCA
              MOVE WS-PESSOA-ID-BUSCA TO PPA-PESSOA-ID
              MOVE ZERO TO PPA-SEQ
              MOVE 'N' TO WS-EOF-PPA
              START ARQ-PARTICIPACOES KEY IS GREATER THAN OR EQUAL TO
                 PPA-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-PPA
              END-START
              PERFORM UNTIL WS-EOF-PPA IS EQUAL TO 'Y'
                READ ARQ-PARTICIPACOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-PPA
                  NOT AT END
                     IF PPA-PESSOA-ID IS NOT EQUAL TO
                        WS-PESSOA-ID-BUSCA THEN
                        MOVE 'Y' TO WS-EOF-PPA
                     ELSE
                        MOVE 'J' TO WS-CAND-TIPO
                        MOVE PPA-CNPJ TO WS-CAND-CHAVE
                        PERFORM 0050-INCLUIR-NO
                        IF WS-IDX-CAND IS GREATER THAN ZERO THEN
                           PERFORM 0045-ARESTA-DA-PARTICIPACAO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.

       0043-CLASSIFICAR-SOCIO.
      *    SOCIO PJ COM CNPJ VALIDO VIRA NO DE EMPRESA; SOCIO PF CASADO
      *    COM O CADASTRO DE PESSOAS VIRA NO DE PESSOA UNIFICADA; OS
      *    DEMAIS (ESTRANGEIRO, PF SEM PESSOA) FICAM COMO NO DO SOCIO.
           MOVE SPACES TO WS-CAND-TIPO WS-CAND-CHAVE WS-CAND-CLASSE
             WS-CAND-DOCUMENTO WS-CAND-NOME.
           IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 AND
              FRS-CPF-SOCIO IS NUMERIC THEN
              MOVE 'J' TO WS-CAND-TIPO
              MOVE FRS-CPF-SOCIO TO WS-CAND-CHAVE
           END-IF.
           IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 AND
              WS-PESSOAS-ABERTO IS EQUAL TO 'S' THEN
              PERFORM 0020-LOCALIZAR-PESSOA
              IF WS-PESSOA-ACHADA IS EQUAL TO 'S' THEN
                 MOVE 'P' TO WS-CAND-TIPO
                 MOVE WS-PESSOA-ID-N TO WS-PESSOA-ID-X
                 MOVE WS-PESSOA-ID-X TO WS-CAND-CHAVE
              END-IF
           END-IF.
           IF WS-CAND-TIPO IS EQUAL TO SPACE THEN
              MOVE 'S' TO WS-CAND-TIPO
              MOVE FRS-COD-SOCIO TO WS-CAND-CHAVE
              MOVE FRS-NOME-SOCIO TO WS-CAND-NOME
              EVALUATE FRS-IDENTIFICADOR-SOCIO
                WHEN 1
                   MOVE 'PJ' TO WS-CAND-CLASSE
                WHEN 2
                   MOVE 'PF' TO WS-CAND-CLASSE
                   MOVE FRS-CPF-MIOLO TO WS-MIOLO-X
                   STRING '***' DELIMITED BY SIZE
                          WS-MIOLO-X DELIMITED BY SIZE
                          '**' DELIMITED BY SIZE
                     INTO WS-CAND-DOCUMENTO
                   END-STRING
                WHEN OTHER
                   MOVE 'EX' TO WS-CAND-CLASSE
              END-EVALUATE
           END-IF.

       0044-ARESTA-DO-SOCIO.
      *    VINCULO DO REGISTRO DE SOCIO CORRENTE.
           MOVE FRS-COD-SOCIO TO WS-ARE-COD-SOCIO.
           MOVE FRS-COD-QUALIFICACAO-SOCIO TO WS-ARE-QUALIF.
           MOVE FRS-PERCENTUAL-CAPITAL TO WS-ARE-PERC.
           MOVE FRS-DATA-ENTRADA-SOCIEDADE TO WS-ARE-DATA-ENTRADA.
           PERFORM 0055-GRAVAR-ARESTA.

       0045-ARESTA-DA-PARTICIPACAO.
           MOVE PPA-COD-SOCIO TO WS-ARE-COD-SOCIO.
           PERFORM 0056-PROCURAR-ARESTA.
           IF WS-ARESTA-REPETIDA IS EQUAL TO 'N' THEN
              MOVE WS-IDX-PAI TO WS-ARE-IDX-SOCIO
              MOVE WS-IDX-CAND TO WS-ARE-IDX-EMPRESA
              MOVE PPA-COD-QUALIFICACAO TO WS-ARE-QUALIF
              MOVE PPA-PERCENTUAL-CAPITAL TO WS-ARE-PERC
              MOVE ZERO TO WS-ARE-DATA-ENTRADA
              MOVE PPA-COD-SOCIO TO FRS-COD-SOCIO
              READ ARQ-SOCIOS
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE FRS-DATA-ENTRADA-SOCIEDADE TO
                     WS-ARE-DATA-ENTRADA
              END-READ
              PERFORM 0055-GRAVAR-ARESTA
           END-IF.

       0050-INCLUIR-NO.
      *    DEVOLVE EM WS-IDX-CAND A POSICAO DO NO (NOVO OU JA
      *    ALCANCADO); ZERO QUANDO A TABELA ESTA CHEIA.
           MOVE ZERO TO WS-IDX-CAND.
           PERFORM VARYING WS-IDX-NO FROM 1 BY 1
             UNTIL WS-IDX-NO IS GREATER THAN WS-QTD-NOS OR
                   WS-IDX-CAND IS GREATER THAN ZERO
             IF WS-NO-TIPO(WS-IDX-NO) IS EQUAL TO WS-CAND-TIPO AND
                WS-NO-CHAVE(WS-IDX-NO) IS EQUAL TO WS-CAND-CHAVE THEN
                MOVE WS-IDX-NO TO WS-IDX-CAND
             END-IF
           END-PERFORM.
           IF WS-IDX-CAND IS EQUAL TO ZERO THEN
              IF WS-QTD-NOS IS NOT LESS THAN WS-LIMITE-NOS THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-NOS
                 MOVE WS-QTD-NOS TO WS-IDX-CAND
                 MOVE WS-CAND-TIPO TO WS-NO-TIPO(WS-QTD-NOS)
                 MOVE WS-CAND-CHAVE TO WS-NO-CHAVE(WS-QTD-NOS)
                 MOVE WS-CAND-GRAU TO WS-NO-GRAU(WS-QTD-NOS)
                 IF WS-CAND-TIPO IS EQUAL TO 'S' THEN
                    MOVE WS-CAND-CLASSE TO WS-NO-CLASSE(WS-QTD-NOS)
                    MOVE WS-CAND-DOCUMENTO TO
                      WS-NO-DOCUMENTO(WS-QTD-NOS)
                    MOVE WS-CAND-NOME TO WS-NO-NOME(WS-QTD-NOS)
                 END-IF
              END-IF
           END-IF.

       0055-GRAVAR-ARESTA.
           PERFORM 0056-PROCURAR-ARESTA.
           IF WS-ARESTA-REPETIDA IS EQUAL TO 'N' THEN
              IF WS-QTD-ARESTAS IS NOT LESS THAN WS-LIMITE-ARESTAS
              THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-ARESTAS
                 MOVE WS-ARE-COD-SOCIO TO
                   WS-ARESTA-COD-SOCIO(WS-QTD-ARESTAS)
                 MOVE WS-ARE-IDX-SOCIO TO WS-IDX-NO
                 PERFORM 0062-MONTAR-ID
                 MOVE WS-ID-SAIDA TO WS-ID-ORIGEM
                 MOVE WS-ARE-IDX-EMPRESA TO WS-IDX-NO
                 PERFORM 0062-MONTAR-ID
                 MOVE WS-ID-SAIDA TO WS-ID-DESTINO
                 MOVE SPACES TO WS-QUALIF-DESCR-ATUAL
                 PERFORM VARYING WS-IDX-QUALIF FROM 1 BY 1
                   UNTIL WS-IDX-QUALIF IS GREATER THAN WS-QTD-QUALIF
                   IF WS-QUALIF-COD(WS-IDX-QUALIF) IS EQUAL TO
                      WS-ARE-QUALIF THEN
                      MOVE WS-QUALIF-DESCR(WS-IDX-QUALIF) TO
                        WS-QUALIF-DESCR-ATUAL
                   END-IF
                 END-PERFORM
                 INSPECT WS-QUALIF-DESCR-ATUAL REPLACING ALL ';'
                   BY ','
                 COMPUTE WS-PERC-V99 = WS-ARE-PERC / 100
                 MOVE WS-PERC-V99 TO WS-PERC-ED
                 MOVE SPACES TO REG-ARESTA
                 STRING WS-ID-ORIGEM DELIMITED BY SPACE
                        ';' DELIMITED BY SIZE
                        WS-ID-DESTINO DELIMITED BY SPACE
                        ';' DELIMITED BY SIZE
                        WS-ARE-QUALIF DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        WS-QUALIF-DESCR-ATUAL DELIMITED BY '  '
                        ';' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PERC-ED) DELIMITED BY SIZE
                        ';' DELIMITED BY SIZE
                        WS-ARE-DATA-ENTRADA DELIMITED BY SIZE
                   INTO REG-ARESTA
                 END-STRING
                 WRITE REG-ARESTA
              END-IF
           END-IF.

       0056-PROCURAR-ARESTA.
           MOVE 'N' TO WS-ARESTA-REPETIDA.
           PERFORM VARYING WS-IDX-ARESTA FROM 1 BY 1
             UNTIL WS-IDX-ARESTA IS GREATER THAN WS-QTD-ARESTAS OR
                   WS-ARESTA-REPETIDA IS EQUAL TO 'S'
             IF WS-ARESTA-COD-SOCIO(WS-IDX-ARESTA) IS EQUAL TO
                WS-ARE-COD-SOCIO THEN
                MOVE 'S' TO WS-ARESTA-REPETIDA
             END-IF
           END-PERFORM.

       0060-GRAVAR-NOS.
           MOVE 'ID;TIPO;DOCUMENTO;NOME;SITUACAO;UF;CAPITAL;ESCORE;GRAU'
             TO REG-NO.
           WRITE REG-NO.
           PERFORM VARYING WS-IDX-NO FROM 1 BY 1
             UNTIL WS-IDX-NO IS GREATER THAN WS-QTD-NOS
             PERFORM 0061-GRAVAR-NO
           END-PERFORM.

       0061-GRAVAR-NO.
           MOVE SPACES TO WS-NOME-SAIDA WS-DOCUMENTO-SAIDA
             WS-SITUACAO-SAIDA WS-UF-SAIDA WS-CAPITAL-SAIDA
             WS-ESCORE-SAIDA.
           EVALUATE WS-NO-TIPO(WS-IDX-NO)
             WHEN 'J'
                MOVE 'PJ' TO WS-NO-CLASSE(WS-IDX-NO)
                MOVE WS-NO-CHAVE(WS-IDX-NO) TO WS-DOCUMENTO-SAIDA
                MOVE WS-NO-CHAVE(WS-IDX-NO) TO FRE-CNPJ
                READ ARQ-EMPRESAS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE FRE-RAZAO-SOCIAL TO WS-NOME-SAIDA
                     MOVE FRE-UF TO WS-UF-SAIDA
                     PERFORM 0063-DESCREVER-SITUACAO
                     MOVE FRE-CAPITAL-SOCIAL-EMP TO WS-CAPITAL-ED
                     MOVE FUNCTION TRIM(WS-CAPITAL-ED) TO
                       WS-CAPITAL-SAIDA
                END-READ
                IF WS-ESCORE-ABERTO IS EQUAL TO 'S' THEN
                   MOVE WS-NO-CHAVE(WS-IDX-NO) TO ERC-CNPJ
                   READ ARQ-ESCORE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        MOVE ERC-ESCORE TO WS-ESCORE-SAIDA
                   END-READ
                END-IF
             WHEN 'P'
                MOVE 'PF' TO WS-NO-CLASSE(WS-IDX-NO)
                MOVE WS-NO-CHAVE(WS-IDX-NO)(1:9) TO WS-PESSOA-ID-BUSCA
                MOVE WS-PESSOA-ID-BUSCA TO PES-ID
                READ ARQ-PESSOAS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PES-NOME-SOCIO TO WS-NOME-SAIDA
                     MOVE PES-CPF-MIOLO TO WS-MIOLO-X
                     STRING '***' DELIMITED BY SIZE
                            WS-MIOLO-X DELIMITED BY SIZE
                            '**' DELIMITED BY SIZE
                       INTO WS-DOCUMENTO-SAIDA
                     END-STRING
                END-READ
             WHEN OTHER
                MOVE WS-NO-NOME(WS-IDX-NO) TO WS-NOME-SAIDA
                MOVE WS-NO-DOCUMENTO(WS-IDX-NO) TO WS-DOCUMENTO-SAIDA
           END-EVALUATE.
           INSPECT WS-NOME-SAIDA REPLACING ALL ';' BY ','.
           PERFORM 0062-MONTAR-ID.
           MOVE WS-NO-GRAU(WS-IDX-NO) TO WS-GRAU-ED.
           MOVE SPACES TO REG-NO.
           STRING WS-ID-SAIDA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-NO-CLASSE(WS-IDX-NO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-DOCUMENTO-SAIDA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-NOME-SAIDA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SITUACAO-SAIDA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-UF-SAIDA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-CAPITAL-SAIDA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-ESCORE-SAIDA DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GRAU-ED) DELIMITED BY SIZE
             INTO REG-NO
           END-STRING.
           WRITE REG-NO.

       0062-MONTAR-ID.
      *    ID DO NO WS-IDX-NO NOS DOIS ARQUIVOS DO GRAFO.
           MOVE SPACES TO WS-ID-SAIDA.
           EVALUATE WS-NO-TIPO(WS-IDX-NO)
             WHEN 'J'
                MOVE WS-NO-CHAVE(WS-IDX-NO) TO WS-ID-SAIDA
             WHEN 'P'
                STRING 'P' DELIMITED BY SIZE
                       WS-NO-CHAVE(WS-IDX-NO)(1:9) DELIMITED BY SIZE
                  INTO WS-ID-SAIDA
                END-STRING
             WHEN OTHER
                STRING 'S' DELIMITED BY SIZE
                       WS-NO-CHAVE(WS-IDX-NO)(1:11) DELIMITED BY SIZE
                  INTO WS-ID-SAIDA
                END-STRING
           END-EVALUATE.

       0063-DESCREVER-SITUACAO.
           EVALUATE FRE-SIT-CADASTRAL
             WHEN 01
                MOVE '01-NULA' TO WS-SITUACAO-SAIDA
             WHEN 02
                MOVE '02-ATIVA' TO WS-SITUACAO-SAIDA
             WHEN 03
                MOVE '03-SUSPENSA' TO WS-SITUACAO-SAIDA
             WHEN 04
                MOVE '04-INAPTA' TO WS-SITUACAO-SAIDA
             WHEN 08
                MOVE '08-BAIXADA' TO WS-SITUACAO-SAIDA
             WHEN OTHER
                MOVE FRE-SIT-CADASTRAL TO WS-SITUACAO-SAIDA
           END-EVALUATE.

       0070-TRANSMITIR-ARQUIVOS.
      *    CADA ARQUIVO DO GRAFO E REGISTRADO NA CENTRAL DE
      *    TRANSMISSAO, QUE CALCULA O HASH E ATRIBUI O PROTOCOLO; OS
      *    DOIS SAO LIDOS DO CONSOLE DO REGISTRAR-TRANSMISSAO.
           MOVE 'S' TO WS-TRANSMISSAO-OK.
           MOVE WS-CAM-GRAFO-NOS TO WS-CAM-TRANSMITIR.
           PERFORM 0071-REGISTRAR-TRANSMISSAO.
           MOVE WS-PROTOCOLO-LIDO TO WS-PROTOCOLO-NOS.
           MOVE WS-HASH-LIDO TO WS-HASH-NOS.
           MOVE WS-CAM-GRAFO-ARESTAS TO WS-CAM-TRANSMITIR.
           PERFORM 0071-REGISTRAR-TRANSMISSAO.
           MOVE WS-PROTOCOLO-LIDO TO WS-PROTOCOLO-ARESTAS.
           MOVE WS-HASH-LIDO TO WS-HASH-ARESTAS.
           DISPLAY 'DESTINATARIO........: ' WS-DESTINATARIO.
           DISPLAY 'ARQUIVO DE NOS......: ' WS-CAM-GRAFO-NOS.
           DISPLAY '  PROTOCOLO / HASH..: ' WS-PROTOCOLO-NOS ' / '
              WS-HASH-NOS.
           DISPLAY 'ARQUIVO DE ARESTAS..: ' WS-CAM-GRAFO-ARESTAS.
           DISPLAY '  PROTOCOLO / HASH..: ' WS-PROTOCOLO-ARESTAS ' / '
              WS-HASH-ARESTAS.
           IF WS-TRANSMISSAO-OK IS EQUAL TO 'N' THEN
              DISPLAY '*** TRANSMISSAO NAO REGISTRADA - VER '
                 WS-CAM-LOG-TRANSMISSAO
           END-IF.

       0071-REGISTRAR-TRANSMISSAO.
      *    OS PARAMETROS VAO UM POR LINHA PARA A ENTRADA DO PROGRAMA,
      *    NA ORDEM EM QUE ELE OS PERGUNTA.
           MOVE SPACES TO WS-PROTOCOLO-LIDO WS-HASH-LIDO.
           OPEN OUTPUT ARQ-PARM-TRANSMISSAO.
           MOVE WS-CAM-TRANSMITIR TO REG-PARM-TRANSMISSAO.
           WRITE REG-PARM-TRANSMISSAO.
           MOVE WS-DESTINATARIO TO REG-PARM-TRANSMISSAO.
           WRITE REG-PARM-TRANSMISSAO.
           CLOSE ARQ-PARM-TRANSMISSAO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cobcrun REGISTRAR-TRANSMISSAO < ' DELIMITED BY SIZE
                  WS-CAM-PARM-TRANSMISSAO DELIMITED BY SPACE
                  ' > ' DELIMITED BY SIZE
                  WS-CAM-LOG-TRANSMISSAO DELIMITED BY SPACE
                  ' 2>&1' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           OPEN INPUT ARQ-LOG-TRANSMISSAO.
           IF ST-ARQUIVO-LTR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTR
              PERFORM UNTIL WS-EOF-LTR IS EQUAL TO 'Y'
                READ ARQ-LOG-TRANSMISSAO
                  AT END MOVE 'Y' TO WS-EOF-LTR
                  NOT AT END
                     IF REG-LOG-TRANSMISSAO(1:22) IS EQUAL TO
                        'PROTOCOLO ATRIBUIDO.: ' THEN
                        MOVE REG-LOG-TRANSMISSAO(23:20) TO
                          WS-PROTOCOLO-LIDO
                     END-IF
                     IF REG-LOG-TRANSMISSAO(1:22) IS EQUAL TO
                        'HASH DE CONTEUDO....: ' THEN
                        MOVE REG-LOG-TRANSMISSAO(23:20) TO
                          WS-HASH-LIDO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-LOG-TRANSMISSAO
           END-IF.
           IF WS-PROTOCOLO-LIDO IS EQUAL TO SPACES THEN
              MOVE 'N' TO WS-TRANSMISSAO-OK
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
      *    ARQUIVO AUSENTE = PRODUCAO).
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
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-PESSOAS-MESTRE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'pessoas-mestre.dat' DELIMITED BY SIZE
             INTO WS-CAM-PESSOAS-MESTRE
           END-STRING.
           MOVE SPACES TO WS-CAM-PESSOA-PARTICIPACOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'pessoa-participacoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-PESSOA-PARTICIPACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-REDE-SOCIETARIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'rede-societaria.dat' DELIMITED BY SIZE
             INTO WS-CAM-REDE-SOCIETARIA
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCORE-RISCO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-risco.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-RISCO
           END-STRING.
           MOVE SPACES TO WS-CAM-GRAFO-NOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'grafo-rede-nos.dat' DELIMITED BY SIZE
             INTO WS-CAM-GRAFO-NOS
           END-STRING.
           MOVE SPACES TO WS-CAM-GRAFO-ARESTAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'grafo-rede-arestas.dat' DELIMITED BY SIZE
             INTO WS-CAM-GRAFO-ARESTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARM-TRANSMISSAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'grafo-rede-transmissao.prm' DELIMITED BY SIZE
             INTO WS-CAM-PARM-TRANSMISSAO
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-TRANSMISSAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'grafo-rede-transmissao.log' DELIMITED BY SIZE
             INTO WS-CAM-LOG-TRANSMISSAO
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
              MOVE SPACES TO WS-CAM-SOCIOS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'socios2-' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                     '.dat' DELIMITED BY SIZE
                INTO WS-CAM-SOCIOS2
              END-STRING
           END-IF.

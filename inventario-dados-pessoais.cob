       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-DADOS-PESSOAIS.

      ****************************************************************
      * INVENTARIO DOS DADOS PESSOAIS GUARDADOS PELO SISTEMA, PARA O  *
      * REGISTRO DAS OPERACOES DE TRATAMENTO DO ENCARREGADO (LGPD).   *
      * PERCORRE O CATALOGO DE ARQUIVOS COM DADO PESSOAL              *
      * (CATALOGO-DADOS-PESSOAIS.DAT, UMA LINHA POR ARQUIVO:          *
      * ARQUIVO;LEITURA;CAMPOS PESSOAIS;FINALIDADE;QUEM ACESSA) E     *
      * INFORMA, PARA CADA ARQUIVO, OS REGISTROS LIDOS, OS TITULARES  *
      * DISTINTOS (CLASSIFICADOS POR DOCUMENTO + NOME), OS CAMPOS, A  *
      * FINALIDADE, QUEM ACESSA E O PRAZO DE RETENCAO DA MESMA TABELA *
      * QUE O LIMPEZA-RETENCAO-ARQUIVOS APLICA (RETENCAO-ARQUIVOS.DAT;*
      * SEM A TABELA VALEM AS REGRAS PADRAO DAQUELE PROGRAMA).        *
      * LEITURAS:                                                     *
      *   S   - QUADRO SOCIETARIO INDEXADO (SOCIO PF E REPRESENTANTE);*
      *   M   - PESSOAS-MESTRE (UMA PESSOA POR REGISTRO);             *
      *   K   - POSICAO-CAPITAL (UMA PESSOA POR REGISTRO);            *
      *   Lnn - LINHAS COM ';', TITULAR NO CAMPO nn;                  *
      *   Fnn - IDEM, SO QUANDO O CAMPO TEM FORMA DE CPF;             *
      *   B   - DESCARGAS DO BACKUP-BASE (ARQUIVO = PREFIXO, GERACOES *
      *         1 A 3, LAYOUT DO QUADRO SOCIETARIO);                  *
      *   C   - BASES DE COMPETENCIA (ARQUIVO = PREFIXO, UMA POR      *
      *         COMPETENCIA DO CATALOGO-COMPETENCIAS.DAT);            *
      *   T   - EXTRATOS TRANSMITIDOS (ARQUIVO = CENTRAL DE           *
      *         TRANSMISSAO; CADA ARQUIVO ENTREGUE E LIDO E QUEM      *
      *         ACESSA E O DESTINATARIO). NO EXTRATO O TITULAR E TODO *
      *         CAMPO COM FORMA DE CPF, E CPF COM 11 DIGITOS A VISTA  *
      *         E CPF SEM MASCARA.                                    *
      * SEM CATALOGO VALE O CATALOGO PADRAO DESTE PROGRAMA. SAIDA EM  *
      * INVENTARIO-DADOS-PESSOAIS.TXT, COM A LISTA DOS ARQUIVOS SEM   *
      * PRAZO DE RETENCAO DEFINIDO E DOS EXTRATOS COM CPF SEM         *
      * MASCARA. RETURN-CODE 4 QUANDO HA ALGUM DOS DOIS OU LINHA DE   *
      * CATALOGO DESCARTADA.                                          *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CATALOGO-DP ASSIGN TO
                   WS-CAM-CATALOGO-DADOS-PESSOAIS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CDP.

           SELECT ARQ-RETENCAO ASSIGN TO WS-CAM-RETENCAO-ARQUIVOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RET.

           SELECT ARQ-CATALOGO ASSIGN TO
                   WS-CAM-CATALOGO-COMPETENCIAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAT.

           SELECT ARQ-CENTRAL ASSIGN TO WS-NOME-ARQ-ITEM
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CEN.

           SELECT ARQ-SOCIOS ASSIGN TO WS-NOME-ARQ-ITEM
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-PESSOAS ASSIGN TO WS-NOME-ARQ-ITEM
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PES-ID
                   ALTERNATE RECORD KEY IS PES-CPF-MIOLO WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-PES.

           SELECT ARQ-POSICAO ASSIGN TO WS-NOME-ARQ-ITEM
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS POS-CHAVE
                   STATUS ST-ARQUIVO-POS.

           SELECT ARQ-SEQUENCIAL ASSIGN TO WS-NOME-ARQ-ITEM
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SEQ.

           SELECT SORT-TITULARES ASSIGN TO WS-CAM-INVENTARIO-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-INVENTARIO-DADOS-PESSOAIS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-SUMARIO-EXEC ASSIGN TO
                   WS-CAM-SUMARIO-EXECUCOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CATALOGO-DP.
       01 REG-CATALOGO-DP             PIC X(250).

       FD ARQ-RETENCAO.
       01 REG-RETENCAO                PIC X(120).

       FD ARQ-CATALOGO.
       01 REG-CATALOGO                PIC X(040).

       FD ARQ-CENTRAL.
       01 REG-CENTRAL                 PIC X(160).

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-PESSOAS.
       COPY "FD-REG-PESSOA.cpy".

       FD ARQ-POSICAO.
       COPY "FD-REG-POSICAO.cpy".

       FD ARQ-SEQUENCIAL.
       01 REG-SEQUENCIAL              PIC X(1300).

       SD SORT-TITULARES.
       01 SD-REG-TITULAR.
          05 SD-DOCUMENTO             PIC X(014).
          05 SD-NOME                  PIC X(150).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(200).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'INVENTARIO-DADOS-PESSOAIS'.

       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-CATALOGO-DADOS-PESSOAIS PIC X(060) VALUE SPACES.
       01 WS-CAM-INVENTARIO-DADOS-PESSOAIS
                                         PIC X(060) VALUE SPACES.
       01 WS-CAM-INVENTARIO-SRT          PIC X(060) VALUE SPACES.
       01 WS-CAM-RETENCAO-ARQUIVOS       PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-CDP              PIC XX.
       01 ST-ARQUIVO-RET              PIC XX.
       01 ST-ARQUIVO-CAT              PIC XX.
       01 ST-ARQUIVO-CEN              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-PES              PIC XX.
       01 ST-ARQUIVO-POS              PIC XX.
       01 ST-ARQUIVO-SEQ              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-ITEM                 PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-RESSALVA                 PIC X VALUE 'N'.

      *    CATALOGO DE ARQUIVOS COM DADO PESSOAL
       01 WS-CDP-ARQUIVO              PIC X(040) VALUE SPACES.
       01 WS-CDP-LEITURA              PIC X(005) VALUE SPACES.
       01 WS-CDP-CAMPOS               PIC X(060) VALUE SPACES.
       01 WS-CDP-FINALIDADE           PIC X(060) VALUE SPACES.
       01 WS-CDP-ACESSO               PIC X(060) VALUE SPACES.
       01 WS-QTD-CATALOGO             PIC 9(003) VALUE ZERO.
       01 WS-IDX-CATALOGO             PIC 9(003) VALUE ZERO.
       01 WS-TAB-CATALOGO.
          05 WS-CDP-OCR OCCURS 50 TIMES.
             10 WS-CDP-TAB-ARQUIVO    PIC X(040).
             10 WS-CDP-TAB-LEITURA    PIC X.
             10 WS-CDP-TAB-CAMPO      PIC 9(002).
             10 WS-CDP-TAB-CAMPOS     PIC X(060).
             10 WS-CDP-TAB-FINALIDADE PIC X(060).
             10 WS-CDP-TAB-ACESSO     PIC X(060).

      *    REGRAS DE RETENCAO (MESMA TABELA DA LIMPEZA)
       01 WS-RET-ARQUIVO              PIC X(040) VALUE SPACES.
       01 WS-RET-TIPO                 PIC X(005) VALUE SPACES.
       01 WS-RET-PRAZO-MIN            PIC X(005) VALUE SPACES.
       01 WS-RET-PRAZO-MAX            PIC X(005) VALUE SPACES.
       01 WS-QTD-REGRAS               PIC 9(003) VALUE ZERO.
       01 WS-IDX-REGRA                PIC 9(003) VALUE ZERO.
       01 WS-TAB-REGRAS.
          05 WS-REG-OCR OCCURS 50 TIMES.
             10 WS-REG-ARQUIVO        PIC X(040).
             10 WS-REG-TIPO           PIC X.
             10 WS-REG-PRAZO-MIN      PIC 9(005).
             10 WS-REG-PRAZO-MAX      PIC 9(005).
       01 WS-REGRA-ACHADA             PIC 9(003) VALUE ZERO.
       01 WS-TAM-REGRA                PIC 9(003) VALUE ZERO.
       01 WS-POS-AST-INICIAL          PIC 9(003) VALUE ZERO.
       01 WS-POS-AST-FINAL            PIC 9(003) VALUE ZERO.
       01 WS-TAM-SUFIXO               PIC 9(003) VALUE ZERO.
       01 WS-TAM-ROTULO               PIC 9(003) VALUE ZERO.
       01 WS-POS                      PIC 9(004) VALUE ZERO.
       01 WS-CASA-REGRA               PIC X VALUE 'N'.

      *    COMPETENCIAS GUARDADAS E EXTRATOS TRANSMITIDOS
       01 WS-CMP-SUFIXO               PIC X(006) VALUE SPACES.
       01 WS-CMP-DATA                 PIC X(008) VALUE SPACES.
       01 WS-QTD-COMPET               PIC 9(004) VALUE ZERO.
       01 WS-IDX-COMPET               PIC 9(004) VALUE ZERO.
       01 WS-TAB-COMPET.
          05 WS-CMP-TAB-SUFIXO OCCURS 500 TIMES PIC X(006).
       01 WS-CEN-PROTOCOLO            PIC X(010) VALUE SPACES.
       01 WS-CEN-ARQUIVO              PIC X(060) VALUE SPACES.
       01 WS-CEN-DESTINATARIO         PIC X(040) VALUE SPACES.
       01 WS-QTD-EXTRATOS             PIC 9(003) VALUE ZERO.
       01 WS-IDX-EXTRATO              PIC 9(003) VALUE ZERO.
       01 WS-EXTRATO-ACHADO           PIC X VALUE 'N'.
       01 WS-TAB-EXTRATOS.
          05 WS-EXT-OCR OCCURS 200 TIMES.
             10 WS-EXT-ARQUIVO        PIC X(060).
             10 WS-EXT-DESTINATARIO   PIC X(040).
             10 WS-EXT-ENTREGAS       PIC 9(005).
       01 WS-GERACAO                  PIC 9 VALUE ZERO.

      *    ARQUIVO INVENTARIADO
       01 WS-NOME-ARQ-ITEM            PIC X(080) VALUE SPACES.
       01 WS-ITEM-ROTULO              PIC X(060) VALUE SPACES.
       01 WS-ITEM-LEITURA             PIC X VALUE SPACE.
       01 WS-ITEM-CAMPO               PIC 9(002) VALUE ZERO.
       01 WS-ITEM-COMPETENCIA         PIC X VALUE 'N'.
       01 WS-ITEM-EXTRATO             PIC X VALUE 'N'.
       01 WS-ITEM-ACESSO              PIC X(060) VALUE SPACES.
       01 WS-ITEM-SITUACAO            PIC X(010) VALUE SPACES.
       01 WS-ITEM-REGISTROS           PIC 9(009) VALUE ZERO.
       01 WS-ITEM-TITULARES           PIC 9(009) VALUE ZERO.
       01 WS-ITEM-CPF-ABERTO          PIC 9(009) VALUE ZERO.
       01 WS-ANT-DOCUMENTO            PIC X(014) VALUE SPACES.
       01 WS-ANT-NOME                 PIC X(150) VALUE SPACES.

      *    DESCARGA DO QUADRO SOCIETARIO (LAYOUT DE FD-REG-SOCIO)
       01 WS-SOCIO-DESCARGA.
          03 WS-SDG-TIPO-REGISTRO     PIC 9.
          03 FILLER                   PIC X(016).
          03 WS-SDG-IDENTIFICADOR     PIC 9.
          03 WS-SDG-NOME-SOCIO        PIC X(150).
          03 WS-SDG-CPF-SOCIO         PIC X(014).
          03 FILLER                   PIC X(088).
          03 WS-SDG-CPF-REPRESENTANTE PIC 9(011).
          03 WS-SDG-NOME-REPRESENTANTE
                                      PIC X(060).
          03 FILLER                   PIC X(859).

      *    CAMPOS DA LINHA SEQUENCIAL
       01 WS-IDX-CAMPO                PIC 9(004) VALUE ZERO.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.
       01 WS-CAMPO-LIDO               PIC X(060) VALUE SPACES.
       01 WS-FORMA-CPF                PIC X VALUE 'N'.
       01 WS-CPF-ABERTO               PIC X VALUE 'N'.
       01 WS-QTD-DIGITOS              PIC 9(003) VALUE ZERO.
       01 WS-TAM-CAMPO                PIC 9(003) VALUE ZERO.
       01 WS-LINHA-TEM-CPF-ABERTO     PIC X VALUE 'N'.

      *    PENDENCIAS
       01 WS-QTD-SEM-RETENCAO         PIC 9(003) VALUE ZERO.
       01 WS-TAB-SEM-RETENCAO.
          05 WS-SRT-ROTULO OCCURS 100 TIMES PIC X(060).
       01 WS-QTD-CPF-ABERTO           PIC 9(003) VALUE ZERO.
       01 WS-TAB-CPF-ABERTO.
          05 WS-CAB-OCR OCCURS 100 TIMES.
             10 WS-CAB-ROTULO         PIC X(060).
             10 WS-CAB-LINHAS         PIC 9(009).
       01 WS-IDX-PEND                 PIC 9(003) VALUE ZERO.

       01 WS-TOT-ARQUIVOS             PIC 9(005) VALUE ZERO.
       01 WS-TOT-AUSENTES             PIC 9(005) VALUE ZERO.
       01 WS-QTD-ED                   PIC Z(008)9.
       01 WS-PRAZO-MIN-ED             PIC Z(004)9.
       01 WS-PRAZO-MAX-ED             PIC Z(004)9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'INVENTARIO DE DADOS PESSOAIS (LGPD)'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-CARREGAR-CATALOGO.
           PERFORM 0004-CARREGAR-RETENCAO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF ST-ARQUIVO-REL IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR O RELATORIO (STATUS '
                 ST-ARQUIVO-REL ') ***'
              MOVE 12 TO RETURN-CODE
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'INVENTARIO DE DADOS PESSOAIS - REGISTRO DAS '
                     DELIMITED BY SIZE
                  'OPERACOES DE TRATAMENTO - ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ALL '=' TO REG-RELATORIO(1:78).
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-CATALOGO FROM 1 BY 1
             UNTIL WS-IDX-CATALOGO IS GREATER THAN WS-QTD-CATALOGO
             PERFORM 0010-EXPANDIR-CATALOGO
           END-PERFORM.
           PERFORM 0060-EMITIR-PENDENCIAS.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'ARQUIVOS INVENTARIADOS.........: ' WS-TOT-ARQUIVOS.
           DISPLAY 'ARQUIVOS AUSENTES..............: ' WS-TOT-AUSENTES.
           DISPLAY 'SEM PRAZO DE RETENCAO DEFINIDO.: '
              WS-QTD-SEM-RETENCAO.
           DISPLAY 'EXTRATOS COM CPF SEM MASCARA...: '
              WS-QTD-CPF-ABERTO.
           DISPLAY 'RELATORIO: ' WS-CAM-INVENTARIO-DADOS-PESSOAIS.
           DISPLAY 'FIM DO INVENTARIO DE DADOS PESSOAIS.'.
           MOVE 0 TO RETURN-CODE.
           IF WS-QTD-SEM-RETENCAO IS GREATER THAN ZERO OR
              WS-QTD-CPF-ABERTO IS GREATER THAN ZERO OR
              WS-RESSALVA IS EQUAL TO 'S' THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'ARQUIVOS=' DELIMITED BY SIZE
                  WS-TOT-ARQUIVOS DELIMITED BY SIZE
                  ' SEM-RETENCAO=' DELIMITED BY SIZE
                  WS-QTD-SEM-RETENCAO DELIMITED BY SIZE
                  ' CPF-SEM-MASCARA=' DELIMITED BY SIZE
                  WS-QTD-CPF-ABERTO DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           GOBACK.

       0002-CARREGAR-CATALOGO.
           MOVE ZERO TO WS-QTD-CATALOGO.
           OPEN INPUT ARQ-CATALOGO-DP.
           IF ST-ARQUIVO-CDP IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CATALOGO-DP
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-CATALOGO-DP IS NOT EQUAL TO SPACES AND
                        REG-CATALOGO-DP(1:1) IS NOT EQUAL TO '*' THEN
                        PERFORM 0003-VALIDAR-LINHA-CATALOGO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CATALOGO-DP
           ELSE
              DISPLAY 'SEM CATALOGO-DADOS-PESSOAIS.DAT - APLICANDO '
                 'CATALOGO PADRAO'
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'socios2.dat;S;CPF, NOME, CPF E NOME DO '
                        DELIMITED BY SIZE
                     'REPRESENTANTE;QUADRO SOCIETARIO DA BASE '
                        DELIMITED BY SIZE
                     'CADASTRAL;TELA DE CONSULTA E RELATORIOS'
                        DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'pessoas-mestre.dat;M;CPF E NOME;CADASTRO '
                        DELIMITED BY SIZE
                     'UNIFICADO DE PESSOAS FISICAS;TELA DE BUSCA '
                        DELIMITED BY SIZE
                     'DE PF' DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'posicao-capital.dat;K;CPF (MIOLO), NOME E '
                        DELIMITED BY SIZE
                     'CAPITAL DETIDO;POSICAO DE CAPITAL POR '
                        DELIMITED BY SIZE
                     'SOCIO;TELA DE PF E RANKING' DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'historico-societario.dat;F02;CPF;EVENTOS '
                        DELIMITED BY SIZE
                     'DE ENTRADA E SAIDA DE SOCIOS;RELATORIOS '
                        DELIMITED BY SIZE
                     'SOCIETARIOS E ENCARREGADO' DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'log-consultas.dat;L03;USUARIO E ARGUMENTO '
                        DELIMITED BY SIZE
                     'DA BUSCA;TRILHA DAS CONSULTAS DA TELA;'
                        DELIMITED BY SIZE
                     'SEGURANCA DA INFORMACAO E AUDITORIA'
                        DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'backup-socios2-g;B;CPF, NOME, CPF E NOME '
                        DELIMITED BY SIZE
                     'DO REPRESENTANTE;COPIA DE SEGURANCA DA '
                        DELIMITED BY SIZE
                     'BASE;OPERACAO (RESTAURACAO)' DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'socios2-;C;CPF, NOME, CPF E NOME DO '
                        DELIMITED BY SIZE
                     'REPRESENTANTE;BASE DE COMPETENCIA GUARDADA;'
                        DELIMITED BY SIZE
                     'REEMISSAO DE RELATORIOS' DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
              MOVE SPACES TO REG-CATALOGO-DP
              STRING 'central-transmissao.dat;T;CPF E NOME '
                        DELIMITED BY SIZE
                     'CONFORME O LAYOUT DO EXTRATO;ENTREGA A '
                        DELIMITED BY SIZE
                     'TERCEIRO;' DELIMITED BY SIZE
                INTO REG-CATALOGO-DP
              END-STRING
              PERFORM 0003-VALIDAR-LINHA-CATALOGO
           END-IF.
           DISPLAY 'ARQUIVOS NO CATALOGO: ' WS-QTD-CATALOGO.

       0003-VALIDAR-LINHA-CATALOGO.
      *    LINHA MALFORMADA E DESCARTADA COM RESSALVA.
           MOVE SPACES TO WS-CDP-ARQUIVO.
           MOVE SPACES TO WS-CDP-LEITURA.
           MOVE SPACES TO WS-CDP-CAMPOS.
           MOVE SPACES TO WS-CDP-FINALIDADE.
           MOVE SPACES TO WS-CDP-ACESSO.
           UNSTRING REG-CATALOGO-DP DELIMITED BY ';'
             INTO WS-CDP-ARQUIVO
                  WS-CDP-LEITURA
                  WS-CDP-CAMPOS
                  WS-CDP-FINALIDADE
                  WS-CDP-ACESSO
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-CDP-LEITURA) TO WS-CDP-LEITURA.
           IF WS-CDP-ARQUIVO IS EQUAL TO SPACES OR
              WS-QTD-CATALOGO IS NOT LESS THAN 50 OR
              (WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'S' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'M' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'K' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'L' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'F' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'B' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'C' AND
               WS-CDP-LEITURA(1:1) IS NOT EQUAL TO 'T') OR
              ((WS-CDP-LEITURA(1:1) IS EQUAL TO 'L' OR
                WS-CDP-LEITURA(1:1) IS EQUAL TO 'F') AND
               (WS-CDP-LEITURA(2:2) IS NOT NUMERIC OR
                WS-CDP-LEITURA(2:2) IS EQUAL TO '00')) THEN
              DISPLAY '*** LINHA DO CATALOGO DESCARTADA: '
                 REG-CATALOGO-DP(1:60)
              MOVE 'S' TO WS-RESSALVA
           ELSE
              ADD 1 TO WS-QTD-CATALOGO
              MOVE WS-CDP-ARQUIVO TO
                 WS-CDP-TAB-ARQUIVO(WS-QTD-CATALOGO)
              MOVE WS-CDP-LEITURA(1:1) TO
                 WS-CDP-TAB-LEITURA(WS-QTD-CATALOGO)
              MOVE ZERO TO WS-CDP-TAB-CAMPO(WS-QTD-CATALOGO)
              IF WS-CDP-LEITURA(2:2) IS NUMERIC THEN
                 MOVE WS-CDP-LEITURA(2:2) TO
                    WS-CDP-TAB-CAMPO(WS-QTD-CATALOGO)
              END-IF
              MOVE WS-CDP-CAMPOS TO WS-CDP-TAB-CAMPOS(WS-QTD-CATALOGO)
              MOVE WS-CDP-FINALIDADE TO
                 WS-CDP-TAB-FINALIDADE(WS-QTD-CATALOGO)
              MOVE WS-CDP-ACESSO TO WS-CDP-TAB-ACESSO(WS-QTD-CATALOGO)
           END-IF.

       0004-CARREGAR-RETENCAO.
      *    AS MESMAS REGRAS PADRAO DO LIMPEZA-RETENCAO-ARQUIVOS QUANDO
      *    NAO HA TABELA - O INVENTARIO MOSTRA O PRAZO QUE A LIMPEZA
      *    DE FATO APLICA.
           MOVE ZERO TO WS-QTD-REGRAS.
           OPEN INPUT ARQ-RETENCAO.
           IF ST-ARQUIVO-RET IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-RETENCAO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-RETENCAO IS NOT EQUAL TO SPACES AND
                        REG-RETENCAO(1:1) IS NOT EQUAL TO '*' THEN
                        PERFORM 0005-GUARDAR-REGRA
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-RETENCAO
           ELSE
              MOVE 'log-consultas.dat;L;00180;00730;A;C01'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE 'avisos-sistema.dat;L;00030;00180;E;C01'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE 'malha-historico.dat;L;00090;00730;A;C07'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE 'sumario-execucoes.dat;L;00090;00365;A;C02'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE 'journal-carga.dat;L;00030;00090;A;P0007'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE 'extrato-tipo*-lote*.dat;I;00002;00007;E;'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE '*.novo;I;00002;00007;E;'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
              MOVE 'empresas2-;C;00365;01825;A;'
                TO REG-RETENCAO
              PERFORM 0005-GUARDAR-REGRA
           END-IF.
           DISPLAY 'REGRAS DE RETENCAO: ' WS-QTD-REGRAS.

       0005-GUARDAR-REGRA.
      *    REGRA QUE A LIMPEZA DESCARTARIA TAMBEM NAO DEFINE PRAZO AQUI.
           MOVE SPACES TO WS-RET-ARQUIVO.
           MOVE SPACES TO WS-RET-TIPO.
           MOVE SPACES TO WS-RET-PRAZO-MIN.
           MOVE SPACES TO WS-RET-PRAZO-MAX.
           UNSTRING REG-RETENCAO DELIMITED BY ';'
             INTO WS-RET-ARQUIVO
                  WS-RET-TIPO
                  WS-RET-PRAZO-MIN
                  WS-RET-PRAZO-MAX
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-RET-TIPO) TO WS-RET-TIPO.
           IF WS-RET-ARQUIVO IS NOT EQUAL TO SPACES AND
              (WS-RET-TIPO(1:1) IS EQUAL TO 'L' OR
               WS-RET-TIPO(1:1) IS EQUAL TO 'I' OR
               WS-RET-TIPO(1:1) IS EQUAL TO 'C') AND
              FUNCTION TRIM(WS-RET-PRAZO-MIN) IS NUMERIC AND
              FUNCTION TRIM(WS-RET-PRAZO-MAX) IS NUMERIC AND
              WS-QTD-REGRAS IS LESS THAN 50 THEN
              ADD 1 TO WS-QTD-REGRAS
              MOVE WS-RET-ARQUIVO TO WS-REG-ARQUIVO(WS-QTD-REGRAS)
              MOVE WS-RET-TIPO(1:1) TO WS-REG-TIPO(WS-QTD-REGRAS)
              MOVE FUNCTION NUMVAL(WS-RET-PRAZO-MIN) TO
                 WS-REG-PRAZO-MIN(WS-QTD-REGRAS)
              MOVE FUNCTION NUMVAL(WS-RET-PRAZO-MAX) TO
                 WS-REG-PRAZO-MAX(WS-QTD-REGRAS)
           END-IF.

       0010-EXPANDIR-CATALOGO.
      *    CADA LINHA DO CATALOGO VIRA UM OU MAIS ARQUIVOS
      *    INVENTARIADOS (GERACOES DO BACKUP, COMPETENCIAS GUARDADAS,
      *    EXTRATOS ENTREGUES).
           MOVE WS-CDP-TAB-LEITURA(WS-IDX-CATALOGO) TO WS-ITEM-LEITURA.
           MOVE WS-CDP-TAB-CAMPO(WS-IDX-CATALOGO) TO WS-ITEM-CAMPO.
           MOVE WS-CDP-TAB-ACESSO(WS-IDX-CATALOGO) TO WS-ITEM-ACESSO.
           MOVE 'N' TO WS-ITEM-COMPETENCIA.
           MOVE 'N' TO WS-ITEM-EXTRATO.
           EVALUATE WS-CDP-TAB-LEITURA(WS-IDX-CATALOGO)
             WHEN 'B'
                PERFORM VARYING WS-GERACAO FROM 1 BY 1
                  UNTIL WS-GERACAO IS GREATER THAN 3
                  MOVE SPACES TO WS-ITEM-ROTULO
                  STRING WS-CDP-TAB-ARQUIVO(WS-IDX-CATALOGO)
                            DELIMITED BY SPACE
                         WS-GERACAO DELIMITED BY SIZE
                         '.dat' DELIMITED BY SIZE
                    INTO WS-ITEM-ROTULO
                  END-STRING
                  PERFORM 0011-MONTAR-CAMINHO
                  PERFORM 0020-INVENTARIAR-ITEM
                END-PERFORM
             WHEN 'C'
                PERFORM 0012-CARREGAR-COMPETENCIAS
                MOVE 'S' TO WS-ITEM-COMPETENCIA
                MOVE 'S' TO WS-ITEM-LEITURA
                PERFORM VARYING WS-IDX-COMPET FROM 1 BY 1
                  UNTIL WS-IDX-COMPET IS GREATER THAN WS-QTD-COMPET
                  MOVE SPACES TO WS-ITEM-ROTULO
                  STRING WS-CDP-TAB-ARQUIVO(WS-IDX-CATALOGO)
                            DELIMITED BY SPACE
                         WS-CMP-TAB-SUFIXO(WS-IDX-COMPET)
                            DELIMITED BY SPACE
                         '.dat' DELIMITED BY SIZE
                    INTO WS-ITEM-ROTULO
                  END-STRING
                  PERFORM 0011-MONTAR-CAMINHO
                  PERFORM 0020-INVENTARIAR-ITEM
                END-PERFORM
             WHEN 'T'
                PERFORM 0013-CARREGAR-EXTRATOS
                MOVE 'S' TO WS-ITEM-EXTRATO
                MOVE 'X' TO WS-ITEM-LEITURA
                PERFORM VARYING WS-IDX-EXTRATO FROM 1 BY 1
                  UNTIL WS-IDX-EXTRATO IS GREATER THAN WS-QTD-EXTRATOS
                  PERFORM 0015-PREPARAR-EXTRATO
                  PERFORM 0020-INVENTARIAR-ITEM
                END-PERFORM
             WHEN OTHER
                MOVE WS-CDP-TAB-ARQUIVO(WS-IDX-CATALOGO) TO
                   WS-ITEM-ROTULO
                PERFORM 0011-MONTAR-CAMINHO
                PERFORM 0020-INVENTARIAR-ITEM
           END-EVALUATE.

       0011-MONTAR-CAMINHO.
           MOVE SPACES TO WS-NOME-ARQ-ITEM.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  WS-ITEM-ROTULO DELIMITED BY SPACE
             INTO WS-NOME-ARQ-ITEM
           END-STRING.

       0012-CARREGAR-COMPETENCIAS.
           MOVE ZERO TO WS-QTD-COMPET.
           OPEN INPUT ARQ-CATALOGO.
           IF ST-ARQUIVO-CAT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CMP-SUFIXO
                     MOVE SPACES TO WS-CMP-DATA
                     UNSTRING REG-CATALOGO DELIMITED BY ';'
                       INTO WS-CMP-SUFIXO
                            WS-CMP-DATA
                     END-UNSTRING
                     IF WS-CMP-SUFIXO IS NOT EQUAL TO SPACES AND
                        WS-QTD-COMPET IS LESS THAN 500 THEN
                        ADD 1 TO WS-QTD-COMPET
                        MOVE WS-CMP-SUFIXO TO
                           WS-CMP-TAB-SUFIXO(WS-QTD-COMPET)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CATALOGO
           END-IF.

       0013-CARREGAR-EXTRATOS.
      *    A CENTRAL TEM UMA LINHA POR ENTREGA (PROTOCOLO;ARQUIVO;
      *    DESTINATARIO;HASH;DATA;HORA;SITUACAO); O MESMO ARQUIVO
      *    ENTREGUE MAIS DE UMA VEZ E INVENTARIADO UMA VEZ SO.
           MOVE ZERO TO WS-QTD-EXTRATOS.
           MOVE WS-CDP-TAB-ARQUIVO(WS-IDX-CATALOGO) TO WS-ITEM-ROTULO.
           PERFORM 0011-MONTAR-CAMINHO.
           OPEN INPUT ARQ-CENTRAL.
           IF ST-ARQUIVO-CEN IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CENTRAL
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CEN-PROTOCOLO
                     MOVE SPACES TO WS-CEN-ARQUIVO
                     MOVE SPACES TO WS-CEN-DESTINATARIO
                     UNSTRING REG-CENTRAL DELIMITED BY ';'
                       INTO WS-CEN-PROTOCOLO
                            WS-CEN-ARQUIVO
                            WS-CEN-DESTINATARIO
                     END-UNSTRING
                     IF WS-CEN-ARQUIVO IS NOT EQUAL TO SPACES THEN
                        PERFORM 0014-GUARDAR-EXTRATO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CENTRAL
           ELSE
              DISPLAY 'SEM CENTRAL DE TRANSMISSAO - NENHUM EXTRATO '
                 'A INVENTARIAR'
           END-IF.

       0014-GUARDAR-EXTRATO.
           MOVE 'N' TO WS-EXTRATO-ACHADO.
           PERFORM VARYING WS-IDX-EXTRATO FROM 1 BY 1
             UNTIL WS-IDX-EXTRATO IS GREATER THAN WS-QTD-EXTRATOS
                OR WS-EXTRATO-ACHADO IS EQUAL TO 'S'
             IF WS-EXT-ARQUIVO(WS-IDX-EXTRATO) IS EQUAL TO
                WS-CEN-ARQUIVO THEN
                MOVE 'S' TO WS-EXTRATO-ACHADO
                ADD 1 TO WS-EXT-ENTREGAS(WS-IDX-EXTRATO)
             END-IF
           END-PERFORM.
           IF WS-EXTRATO-ACHADO IS EQUAL TO 'N' THEN
              IF WS-QTD-EXTRATOS IS LESS THAN 200 THEN
                 ADD 1 TO WS-QTD-EXTRATOS
                 MOVE WS-CEN-ARQUIVO TO
                    WS-EXT-ARQUIVO(WS-QTD-EXTRATOS)
                 MOVE WS-CEN-DESTINATARIO TO
                    WS-EXT-DESTINATARIO(WS-QTD-EXTRATOS)
                 MOVE 1 TO WS-EXT-ENTREGAS(WS-QTD-EXTRATOS)
              ELSE
                 DISPLAY '*** MAIS DE 200 EXTRATOS - EXCEDENTE NAO '
                    'INVENTARIADO: ' WS-CEN-ARQUIVO
                 MOVE 'S' TO WS-RESSALVA
              END-IF
           END-IF.

       0015-PREPARAR-EXTRATO.
      *    O NOME NA CENTRAL E O QUE O OPERADOR INFORMOU NA ENTREGA;
      *    SEM DIRETORIO, O ARQUIVO E PROCURADO NO DIRETORIO DE DADOS.
      *    O ROTULO (PARA A RETENCAO) E O NOME SEM O DIRETORIO.
           MOVE WS-EXT-ARQUIVO(WS-IDX-EXTRATO) TO WS-NOME-ARQ-ITEM.
           MOVE ZERO TO WS-POS-AST-FINAL.
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS IS GREATER THAN 60
             IF WS-EXT-ARQUIVO(WS-IDX-EXTRATO)(WS-POS:1) IS EQUAL
                TO '/' THEN
                MOVE WS-POS TO WS-POS-AST-FINAL
             END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ITEM-ROTULO.
           IF WS-POS-AST-FINAL IS EQUAL TO ZERO THEN
              MOVE WS-EXT-ARQUIVO(WS-IDX-EXTRATO) TO WS-ITEM-ROTULO
              PERFORM 0011-MONTAR-CAMINHO
           ELSE
              IF WS-POS-AST-FINAL IS LESS THAN 60 THEN
                 MOVE WS-EXT-ARQUIVO(WS-IDX-EXTRATO)
                    (WS-POS-AST-FINAL + 1:) TO WS-ITEM-ROTULO
              END-IF
           END-IF.
           MOVE SPACES TO WS-ITEM-ACESSO.
           MOVE WS-EXT-ENTREGAS(WS-IDX-EXTRATO) TO WS-QTD-ED.
           STRING 'DESTINATARIO ' DELIMITED BY SIZE
                  WS-EXT-DESTINATARIO(WS-IDX-EXTRATO)
                     DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
                  ' ENTREGA(S))' DELIMITED BY SIZE
             INTO WS-ITEM-ACESSO
           END-STRING.

       0020-INVENTARIAR-ITEM.
           ADD 1 TO WS-TOT-ARQUIVOS.
           MOVE ZERO TO WS-ITEM-REGISTROS.
           MOVE ZERO TO WS-ITEM-TITULARES.
           MOVE ZERO TO WS-ITEM-CPF-ABERTO.
           MOVE 'LIDO' TO WS-ITEM-SITUACAO.
           SORT SORT-TITULARES
               ON ASCENDING KEY SD-DOCUMENTO SD-NOME
               INPUT PROCEDURE IS 0021-LER-ITEM
               OUTPUT PROCEDURE IS 0030-CONTAR-TITULARES.
           IF WS-ITEM-SITUACAO IS EQUAL TO 'AUSENTE' THEN
              ADD 1 TO WS-TOT-AUSENTES
           END-IF.
           PERFORM 0040-LOCALIZAR-RETENCAO.
           PERFORM 0050-EMITIR-ITEM.

       0021-LER-ITEM.
           EVALUATE WS-ITEM-LEITURA
             WHEN 'S' PERFORM 0022-LER-SOCIOS
             WHEN 'M' PERFORM 0023-LER-PESSOAS
             WHEN 'K' PERFORM 0024-LER-POSICAO
             WHEN OTHER PERFORM 0025-LER-SEQUENCIAL
           END-EVALUATE.

       0022-LER-SOCIOS.
      *    TITULAR: O SOCIO PESSOA FISICA (IDENTIFICADOR 2) E O
      *    REPRESENTANTE LEGAL, QUANDO INFORMADO.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              MOVE 'AUSENTE' TO WS-ITEM-SITUACAO
           ELSE
              MOVE 'N' TO WS-EOF-ITEM
              PERFORM UNTIL WS-EOF-ITEM IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ITEM
                  NOT AT END
                     ADD 1 TO WS-ITEM-REGISTROS
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 THEN
                        MOVE FRS-CPF-SOCIO TO SD-DOCUMENTO
                        MOVE FRS-NOME-SOCIO TO SD-NOME
                        RELEASE SD-REG-TITULAR
                     END-IF
                     IF FRS-CPF-REPRESENTANTE IS NUMERIC AND
                        FRS-CPF-REPRESENTANTE IS GREATER THAN ZERO
                     THEN
                        MOVE FRS-CPF-REPRESENTANTE TO SD-DOCUMENTO
                        MOVE FRS-NOME-REPRESENTANTE TO SD-NOME
                        RELEASE SD-REG-TITULAR
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-SOCIOS
           END-IF.

       0023-LER-PESSOAS.
           OPEN INPUT ARQ-PESSOAS.
           IF ST-ARQUIVO-PES IS NOT EQUAL TO '00' THEN
              MOVE 'AUSENTE' TO WS-ITEM-SITUACAO
           ELSE
              MOVE 'N' TO WS-EOF-ITEM
              PERFORM UNTIL WS-EOF-ITEM IS EQUAL TO 'Y'
                READ ARQ-PESSOAS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ITEM
                  NOT AT END
                     ADD 1 TO WS-ITEM-REGISTROS
                     MOVE PES-CPF-SOCIO TO SD-DOCUMENTO
                     MOVE PES-NOME-SOCIO TO SD-NOME
                     RELEASE SD-REG-TITULAR
                END-READ
              END-PERFORM
              CLOSE ARQ-PESSOAS
           END-IF.

       0024-LER-POSICAO.
           OPEN INPUT ARQ-POSICAO.
           IF ST-ARQUIVO-POS IS NOT EQUAL TO '00' THEN
              MOVE 'AUSENTE' TO WS-ITEM-SITUACAO
           ELSE
              MOVE 'N' TO WS-EOF-ITEM
              PERFORM UNTIL WS-EOF-ITEM IS EQUAL TO 'Y'
                READ ARQ-POSICAO NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ITEM
                  NOT AT END
                     ADD 1 TO WS-ITEM-REGISTROS
                     MOVE POS-CPF-MIOLO TO SD-DOCUMENTO
                     MOVE POS-NOME-SOCIO TO SD-NOME
                     RELEASE SD-REG-TITULAR
                END-READ
              END-PERFORM
              CLOSE ARQ-POSICAO
           END-IF.

       0025-LER-SEQUENCIAL.
           OPEN INPUT ARQ-SEQUENCIAL.
           IF ST-ARQUIVO-SEQ IS NOT EQUAL TO '00' THEN
              MOVE 'AUSENTE' TO WS-ITEM-SITUACAO
           ELSE
              MOVE 'N' TO WS-EOF-ITEM
              PERFORM UNTIL WS-EOF-ITEM IS EQUAL TO 'Y'
                READ ARQ-SEQUENCIAL
                  AT END MOVE 'Y' TO WS-EOF-ITEM
                  NOT AT END
                     IF REG-SEQUENCIAL IS NOT EQUAL TO SPACES THEN
                        ADD 1 TO WS-ITEM-REGISTROS
                        EVALUATE WS-ITEM-LEITURA
                          WHEN 'B' PERFORM 0026-TITULARES-DESCARGA
                          WHEN 'X' PERFORM 0027-TITULARES-EXTRATO
                          WHEN OTHER PERFORM 0028-TITULAR-DO-CAMPO
                        END-EVALUATE
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-SEQUENCIAL
           END-IF.

       0026-TITULARES-DESCARGA.
           MOVE REG-SEQUENCIAL TO WS-SOCIO-DESCARGA.
           IF WS-SDG-IDENTIFICADOR IS EQUAL TO 2 THEN
              MOVE WS-SDG-CPF-SOCIO TO SD-DOCUMENTO
              MOVE WS-SDG-NOME-SOCIO TO SD-NOME
              RELEASE SD-REG-TITULAR
           END-IF.
           IF WS-SDG-CPF-REPRESENTANTE IS NUMERIC AND
              WS-SDG-CPF-REPRESENTANTE IS GREATER THAN ZERO THEN
              MOVE WS-SDG-CPF-REPRESENTANTE TO SD-DOCUMENTO
              MOVE WS-SDG-NOME-REPRESENTANTE TO SD-NOME
              RELEASE SD-REG-TITULAR
           END-IF.

       0027-TITULARES-EXTRATO.
      *    TODO CAMPO COM FORMA DE CPF E UM TITULAR; A LINHA COM
      *    ALGUM CPF DE 11 DIGITOS A VISTA CONTA COMO CPF SEM MASCARA.
           MOVE 'N' TO WS-LINHA-TEM-CPF-ABERTO.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM UNTIL WS-PONTEIRO IS GREATER THAN 1300
             MOVE SPACES TO WS-CAMPO-LIDO
             UNSTRING REG-SEQUENCIAL DELIMITED BY ';'
               INTO WS-CAMPO-LIDO
               WITH POINTER WS-PONTEIRO
             END-UNSTRING
             PERFORM 0029-CONFERIR-FORMA-CPF
             IF WS-FORMA-CPF IS EQUAL TO 'S' THEN
                MOVE FUNCTION TRIM(WS-CAMPO-LIDO) TO SD-DOCUMENTO
                MOVE SPACES TO SD-NOME
                RELEASE SD-REG-TITULAR
                IF WS-CPF-ABERTO IS EQUAL TO 'S' THEN
                   MOVE 'S' TO WS-LINHA-TEM-CPF-ABERTO
                END-IF
             END-IF
           END-PERFORM.
           IF WS-LINHA-TEM-CPF-ABERTO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-ITEM-CPF-ABERTO
           END-IF.

       0028-TITULAR-DO-CAMPO.
           MOVE 1 TO WS-PONTEIRO.
           MOVE SPACES TO WS-CAMPO-LIDO.
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
             UNTIL WS-IDX-CAMPO IS GREATER THAN WS-ITEM-CAMPO
                OR WS-PONTEIRO IS GREATER THAN 1300
             MOVE SPACES TO WS-CAMPO-LIDO
             UNSTRING REG-SEQUENCIAL DELIMITED BY ';'
               INTO WS-CAMPO-LIDO
               WITH POINTER WS-PONTEIRO
             END-UNSTRING
           END-PERFORM.
           IF WS-IDX-CAMPO IS GREATER THAN WS-ITEM-CAMPO AND
              WS-CAMPO-LIDO IS NOT EQUAL TO SPACES THEN
              IF WS-ITEM-LEITURA IS EQUAL TO 'F' THEN
                 PERFORM 0029-CONFERIR-FORMA-CPF
              ELSE
                 MOVE 'S' TO WS-FORMA-CPF
              END-IF
              IF WS-FORMA-CPF IS EQUAL TO 'S' THEN
                 MOVE FUNCTION TRIM(WS-CAMPO-LIDO) TO SD-DOCUMENTO
                 MOVE SPACES TO SD-NOME
                 IF WS-ITEM-LEITURA IS EQUAL TO 'L' THEN
                    MOVE FUNCTION TRIM(WS-CAMPO-LIDO) TO SD-NOME
                 END-IF
                 RELEASE SD-REG-TITULAR
              END-IF
           END-IF.

       0029-CONFERIR-FORMA-CPF.
      *    FORMA DE CPF: 11 POSICOES SO COM DIGITOS E ASTERISCOS
      *    (A MASCARA DA RFB E ***NNNNNN**). 11 DIGITOS = SEM MASCARA.
           MOVE 'N' TO WS-FORMA-CPF.
           MOVE 'N' TO WS-CPF-ABERTO.
           IF WS-CAMPO-LIDO IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAMPO-LIDO)) TO
                 WS-TAM-CAMPO
              IF WS-TAM-CAMPO IS EQUAL TO 11 THEN
                 MOVE FUNCTION TRIM(WS-CAMPO-LIDO) TO WS-CAMPO-LIDO
                 MOVE 'S' TO WS-FORMA-CPF
                 MOVE ZERO TO WS-QTD-DIGITOS
                 PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS IS GREATER THAN 11
                   IF WS-CAMPO-LIDO(WS-POS:1) IS NUMERIC THEN
                      ADD 1 TO WS-QTD-DIGITOS
                   ELSE
                      IF WS-CAMPO-LIDO(WS-POS:1) IS NOT EQUAL TO '*'
                      THEN
                         MOVE 'N' TO WS-FORMA-CPF
                      END-IF
                   END-IF
                 END-PERFORM
                 IF WS-FORMA-CPF IS EQUAL TO 'S' AND
                    WS-QTD-DIGITOS IS EQUAL TO 11 THEN
                    MOVE 'S' TO WS-CPF-ABERTO
                 END-IF
              END-IF
           END-IF.

       0030-CONTAR-TITULARES.
           MOVE HIGH-VALUES TO WS-ANT-DOCUMENTO.
           MOVE HIGH-VALUES TO WS-ANT-NOME.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-TITULARES
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF SD-DOCUMENTO IS NOT EQUAL TO WS-ANT-DOCUMENTO OR
                     SD-NOME IS NOT EQUAL TO WS-ANT-NOME THEN
                     ADD 1 TO WS-ITEM-TITULARES
                     MOVE SD-DOCUMENTO TO WS-ANT-DOCUMENTO
                     MOVE SD-NOME TO WS-ANT-NOME
                  END-IF
             END-RETURN
           END-PERFORM.

       0040-LOCALIZAR-RETENCAO.
      *    A REGRA C DA LIMPEZA VALE PARA TODAS AS BASES DE
      *    COMPETENCIA (O QUADRO SOCIETARIO SAI JUNTO COM A BASE DE
      *    EMPRESAS). DEMAIS REGRAS: NOME EXATO OU PADRAO COM '*'.
           MOVE ZERO TO WS-REGRA-ACHADA.
           PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
             UNTIL WS-IDX-REGRA IS GREATER THAN WS-QTD-REGRAS
                OR WS-REGRA-ACHADA IS GREATER THAN ZERO
             IF WS-REG-TIPO(WS-IDX-REGRA) IS EQUAL TO 'C' THEN
                IF WS-ITEM-COMPETENCIA IS EQUAL TO 'S' THEN
                   MOVE WS-IDX-REGRA TO WS-REGRA-ACHADA
                END-IF
             ELSE
                IF WS-ITEM-COMPETENCIA IS EQUAL TO 'N' THEN
                   PERFORM 0041-CONFERIR-REGRA
                   IF WS-CASA-REGRA IS EQUAL TO 'S' THEN
                      MOVE WS-IDX-REGRA TO WS-REGRA-ACHADA
                   END-IF
                END-IF
             END-IF
           END-PERFORM.
           IF WS-REGRA-ACHADA IS EQUAL TO ZERO AND
              WS-QTD-SEM-RETENCAO IS LESS THAN 100 THEN
              ADD 1 TO WS-QTD-SEM-RETENCAO
              MOVE WS-ITEM-ROTULO TO
                 WS-SRT-ROTULO(WS-QTD-SEM-RETENCAO)
           END-IF.

       0041-CONFERIR-REGRA.
           MOVE 'N' TO WS-CASA-REGRA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REG-ARQUIVO
              (WS-IDX-REGRA))) TO WS-TAM-REGRA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ITEM-ROTULO)) TO
              WS-TAM-ROTULO.
           MOVE ZERO TO WS-POS-AST-INICIAL.
           MOVE ZERO TO WS-POS-AST-FINAL.
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS IS GREATER THAN WS-TAM-REGRA
             IF WS-REG-ARQUIVO(WS-IDX-REGRA)(WS-POS:1) IS EQUAL TO '*'
             THEN
                IF WS-POS-AST-INICIAL IS EQUAL TO ZERO THEN
                   MOVE WS-POS TO WS-POS-AST-INICIAL
                END-IF
                MOVE WS-POS TO WS-POS-AST-FINAL
             END-IF
           END-PERFORM.
           IF WS-POS-AST-INICIAL IS EQUAL TO ZERO THEN
              IF WS-REG-ARQUIVO(WS-IDX-REGRA) IS EQUAL TO
                 WS-ITEM-ROTULO THEN
                 MOVE 'S' TO WS-CASA-REGRA
              END-IF
           ELSE
              MOVE 'S' TO WS-CASA-REGRA
              IF WS-POS-AST-INICIAL IS GREATER THAN 1 THEN
                 IF WS-TAM-ROTULO IS LESS THAN WS-POS-AST-INICIAL - 1
                    OR WS-ITEM-ROTULO(1:WS-POS-AST-INICIAL - 1) IS
                    NOT EQUAL TO WS-REG-ARQUIVO(WS-IDX-REGRA)
                    (1:WS-POS-AST-INICIAL - 1) THEN
                    MOVE 'N' TO WS-CASA-REGRA
                 END-IF
              END-IF
              COMPUTE WS-TAM-SUFIXO = WS-TAM-REGRA - WS-POS-AST-FINAL
              IF WS-CASA-REGRA IS EQUAL TO 'S' AND
                 WS-TAM-SUFIXO IS GREATER THAN ZERO THEN
                 IF WS-TAM-ROTULO IS LESS THAN WS-TAM-SUFIXO OR
                    WS-ITEM-ROTULO(WS-TAM-ROTULO - WS-TAM-SUFIXO + 1:
                    WS-TAM-SUFIXO) IS NOT EQUAL TO
                    WS-REG-ARQUIVO(WS-IDX-REGRA)
                    (WS-POS-AST-FINAL + 1:WS-TAM-SUFIXO) THEN
                    MOVE 'N' TO WS-CASA-REGRA
                 END-IF
              END-IF
           END-IF.

       0050-EMITIR-ITEM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ARQUIVO.............: ' DELIMITED BY SIZE
                  WS-ITEM-ROTULO DELIMITED BY '  '
                  '  (' DELIMITED BY SIZE
                  WS-ITEM-SITUACAO DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-ITEM-REGISTROS TO WS-QTD-ED.
           STRING '  REGISTROS.........: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-ITEM-TITULARES TO WS-QTD-ED.
           STRING '  TITULARES DISTINTOS: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  CAMPOS PESSOAIS...: ' DELIMITED BY SIZE
                  WS-CDP-TAB-CAMPOS(WS-IDX-CATALOGO) DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  FINALIDADE........: ' DELIMITED BY SIZE
                  WS-CDP-TAB-FINALIDADE(WS-IDX-CATALOGO)
                     DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  QUEM ACESSA.......: ' DELIMITED BY SIZE
                  WS-ITEM-ACESSO DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WS-REGRA-ACHADA IS EQUAL TO ZERO THEN
              MOVE '  RETENCAO..........: *** SEM PRAZO DEFINIDO ***'
                TO REG-RELATORIO
           ELSE
              MOVE WS-REG-PRAZO-MIN(WS-REGRA-ACHADA) TO
                 WS-PRAZO-MIN-ED
              MOVE WS-REG-PRAZO-MAX(WS-REGRA-ACHADA) TO
                 WS-PRAZO-MAX-ED
              STRING '  RETENCAO..........: ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PRAZO-MIN-ED) DELIMITED BY SIZE
                     ' A ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PRAZO-MAX-ED) DELIMITED BY SIZE
                     ' DIAS (REGRA ' DELIMITED BY SIZE
                     WS-REG-ARQUIVO(WS-REGRA-ACHADA) DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
           END-IF.
           WRITE REG-RELATORIO.
           IF WS-ITEM-EXTRATO IS EQUAL TO 'S' THEN
              MOVE SPACES TO REG-RELATORIO
              IF WS-ITEM-CPF-ABERTO IS GREATER THAN ZERO THEN
                 MOVE WS-ITEM-CPF-ABERTO TO WS-QTD-ED
                 STRING '  CPF SEM MASCARA...: *** ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
                        ' LINHA(S) ***' DELIMITED BY SIZE
                   INTO REG-RELATORIO
                 END-STRING
                 IF WS-QTD-CPF-ABERTO IS LESS THAN 100 THEN
                    ADD 1 TO WS-QTD-CPF-ABERTO
                    MOVE WS-ITEM-ROTULO TO
                       WS-CAB-ROTULO(WS-QTD-CPF-ABERTO)
                    MOVE WS-ITEM-CPF-ABERTO TO
                       WS-CAB-LINHAS(WS-QTD-CPF-ABERTO)
                 END-IF
              ELSE
                 MOVE '  CPF SEM MASCARA...: NENHUM' TO REG-RELATORIO
              END-IF
              WRITE REG-RELATORIO
           END-IF.

       0060-EMITIR-PENDENCIAS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL '=' TO REG-RELATORIO(1:78).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-QTD-SEM-RETENCAO TO WS-QTD-ED.
           STRING 'ARQUIVOS SEM PRAZO DE RETENCAO DEFINIDO: '
                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND IS GREATER THAN WS-QTD-SEM-RETENCAO
             MOVE SPACES TO REG-RELATORIO
             STRING '  ' DELIMITED BY SIZE
                    WS-SRT-ROTULO(WS-IDX-PEND) DELIMITED BY '  '
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE WS-QTD-CPF-ABERTO TO WS-QTD-ED.
           STRING 'EXTRATOS TRANSMITIDOS COM CPF SEM MASCARA: '
                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND IS GREATER THAN WS-QTD-CPF-ABERTO
             MOVE SPACES TO REG-RELATORIO
             MOVE WS-CAB-LINHAS(WS-IDX-PEND) TO WS-QTD-ED
             STRING '  ' DELIMITED BY SIZE
                    WS-CAB-ROTULO(WS-IDX-PEND) DELIMITED BY '  '
                    ' - ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-QTD-ED) DELIMITED BY SIZE
                    ' LINHA(S)' DELIMITED BY SIZE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       9600-GRAVAR-SUMARIO-EXECUCAO.
      *    SUMARIO DE EXECUCAO EM LAYOUT UNICO (PROGRAMA;DATA;HORA;
      *    RC;VEREDICTO;CONTADORES), ACRESCENTADO A
      *    SUMARIO-EXECUCOES.DAT. O CODIGO DE RETORNO SEGUE O PADRAO
      *    DA CASA: 0=OK, 4=OK COM RESSALVAS, 8=ERRO DE DADOS,
      *    12=ERRO DE AMBIENTE - E O QUE O CONTROLADOR DA MALHA USA
      *    PARA PROSSEGUIR, ALERTAR OU ABORTAR SEM INTERPRETAR
      *    RELATORIO.
           ACCEPT WS-SUM-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-SUM-HORA FROM TIME.
           MOVE RETURN-CODE TO WS-SUM-RC.
           EVALUATE RETURN-CODE
             WHEN 0 MOVE 'OK' TO WS-SUM-VEREDICTO
             WHEN 4 MOVE 'OK-RESSALVAS' TO WS-SUM-VEREDICTO
             WHEN 8 MOVE 'ERRO-DADOS' TO WS-SUM-VEREDICTO
             WHEN 12 MOVE 'ERRO-AMBIENTE' TO WS-SUM-VEREDICTO
             WHEN OTHER MOVE 'ERRO' TO WS-SUM-VEREDICTO
           END-EVALUATE.
           OPEN EXTEND ARQ-SUMARIO-EXEC.
           IF ST-ARQUIVO-SUX IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-SUMARIO-EXEC
           END-IF.
           MOVE SPACES TO REG-SUMARIO-EXEC.
           STRING WS-SUM-PROGRAMA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SUM-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-HORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-RC DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SUM-VEREDICTO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SUM-CONTADORES DELIMITED BY '  '
             INTO REG-SUMARIO-EXEC
           END-STRING.
           WRITE REG-SUMARIO-EXEC.
           CLOSE ARQ-SUMARIO-EXEC.

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
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CATALOGO-COMPETENCIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-competencias.dat' DELIMITED BY SIZE
             INTO WS-CAM-CATALOGO-COMPETENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CATALOGO-DADOS-PESSOAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-dados-pessoais.dat' DELIMITED BY SIZE
             INTO WS-CAM-CATALOGO-DADOS-PESSOAIS
           END-STRING.
           MOVE SPACES TO WS-CAM-INVENTARIO-DADOS-PESSOAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'inventario-dados-pessoais.txt' DELIMITED BY SIZE
             INTO WS-CAM-INVENTARIO-DADOS-PESSOAIS
           END-STRING.
           MOVE SPACES TO WS-CAM-INVENTARIO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'inventario-dados-pessoais.srt' DELIMITED BY SIZE
             INTO WS-CAM-INVENTARIO-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-RETENCAO-ARQUIVOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'retencao-arquivos.dat' DELIMITED BY SIZE
             INTO WS-CAM-RETENCAO-ARQUIVOS
           END-STRING.

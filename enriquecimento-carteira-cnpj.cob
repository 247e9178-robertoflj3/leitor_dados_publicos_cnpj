      * CADASTRAL, DATA DA SITUACAO, RAZAO SOCIAL, PORTE, CNAE        *
      * FISCAL E O MARCADOR OK/NAO-ENCONTRADO/DIGITO-INVALIDO,        *
      * COM TOTAIS DE CONTROLE NO FIM PARA CONFERENCIA.               *
      * CADA CNPJ ENCONTRADO GANHA UM COMPROVANTE DE CONSULTA         *
      * CADASTRAL AUTENTICADO PELA ROTINA AUTENTICAR-COMPROVANTE (A   *
      * MESMA DA TELA): O CODIGO DE AUTENTICIDADE VAI COMO ULTIMO     *
      * CAMPO DA LINHA, OS COMPROVANTES IMPRESSOS SAEM EM             *
      * COMPROVANTES-CARTEIRA.TXT (CATALOGADO NO SPOOL COMO           *
      * COMPROVANTE-LOTE) E CADA EMISSAO FICA NO LOG DE CONSULTAS.    *
      * PARAMETRO CARTEIRA-COMPROVANTE = N DESLIGA A EMISSAO.         *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SAI.

           SELECT ARQ-ESTATISTICAS ASSIGN TO
                   WS-CAM-ESTATISTICAS-BASE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-EST.

           SELECT ARQ-LOG-CONSULTAS ASSIGN TO WS-CAM-LOG-CONSULTAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LOG.

           SELECT ARQ-SPOOL-CATALOGO ASSIGN TO
                   WS-CAM-SPOOL-CATALOGO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SPC.

           SELECT ARQ-SPOOL-SEQ ASSIGN TO WS-CAM-SPOOL-SEQUENCIA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SPS.

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
       FD ARQ-SAIDA.
       01 REG-SAIDA                   PIC X(250).

       FD ARQ-ESTATISTICAS.
       01 REG-ESTATISTICAS            PIC X(160).

       FD ARQ-LOG-CONSULTAS.
       01 REG-LOG-CONSULTA            PIC X(250).

       FD ARQ-SPOOL-CATALOGO.
       01 REG-SPOOL-CATALOGO          PIC X(160).

       FD ARQ-SPOOL-SEQ.
       01 REG-SPOOL-SEQ               PIC 9(008).

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

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-CARTEIRA-CNPJ           PIC X(060) VALUE SPACES.
       01 WS-CAM-CARTEIRA-ENRIQUECIDA    PIC X(060) VALUE SPACES.
       01 WS-CAM-COMPROVANTES-CARTEIRA   PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTATISTICAS-BASE       PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-CONSULTAS           PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-CATALOGO          PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-SEQUENCIA         PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-CAR              PIC XX.
       01 WS-TOTAL-ENCONTRADOS        PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-NAO-ENCONTRADOS    PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-DIGITO-INVALIDO    PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-COMPROVANTES       PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SEM-COMPROVANTE    PIC 9(007) VALUE ZERO.

       01 ST-ARQUIVO-EST              PIC XX.
       01 ST-ARQUIVO-LOG              PIC XX.
       01 ST-ARQUIVO-SPC              PIC XX.
       01 ST-ARQUIVO-SPS              PIC XX.
       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.

      *    COMPROVANTE DE CONSULTA CADASTRAL
       01 WS-EMITIR-COMPROVANTE       PIC X VALUE 'S'.
       01 WS-COMPETENCIA-BASE         PIC X(006) VALUE SPACES.
       01 WS-CODIGO-COMPROVANTE       PIC X(018) VALUE SPACES.
       01 WS-IMPRESSAO-NOVA           PIC X VALUE 'S'.
       01 WS-CPV-LINHA                PIC X(076) VALUE SPACES.
       01 WS-SITUACAO-DESC            PIC X(010) VALUE SPACES.
       01 WS-PORTE-DESC               PIC X(025) VALUE SPACES.
       01 WS-CAPITAL-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CNPJ-ED.
          03 WS-CNPJ-ED-1             PIC X(002).
          03 FILLER                   PIC X VALUE '.'.
          03 WS-CNPJ-ED-2             PIC X(003).
          03 FILLER                   PIC X VALUE '.'.
          03 WS-CNPJ-ED-3             PIC X(003).
          03 FILLER                   PIC X VALUE '/'.
          03 WS-CNPJ-ED-4             PIC X(004).
          03 FILLER                   PIC X VALUE '-'.
          03 WS-CNPJ-ED-5             PIC X(002).
       01 WS-LOG-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-LOG-HORA                 PIC 9(008) VALUE ZERO.

      *    SPOOL CENTRAL
       01 WS-SPOOL-ID                 PIC 9(008) VALUE ZERO.
       01 WS-SPOOL-RETENCAO           PIC 9(003) VALUE 90.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.
       01 WS-COMANDO-SISTEMA          PIC X(160) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.

       COPY "REGISTRO-COMPROVANTE.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'ENRIQUECIMENTO DA CARTEIRA DE CNPJS'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'CARTEIRA-COMPROVANTE' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:1) IS EQUAL TO 'N' THEN
              MOVE 'N' TO WS-EMITIR-COMPROVANTE
              DISPLAY 'EMISSAO DE COMPROVANTES DESLIGADA (PARAMETRO '
                 'CARTEIRA-COMPROVANTE)'
           END-IF.
           MOVE 'SPOOL-RETENCAO-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-SPOOL-RETENCAO
           END-IF.
           PERFORM 0007-OBTER-COMPETENCIA-BASE.
           OPEN INPUT ARQ-CARTEIRA.
           IF ST-ARQUIVO-CAR IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ARQUIVO CARTEIRA-CNPJ.DAT NAO ENCONTRADO '
           CLOSE ARQ-CARTEIRA.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SAIDA.
           IF WS-TOTAL-COMPROVANTES IS GREATER THAN ZERO THEN
              PERFORM 0030-CATALOGAR-NO-SPOOL
           END-IF.
           DISPLAY 'CNPJS LIDOS DA CARTEIRA....: ' WS-TOTAL-LIDOS.
           DISPLAY 'CNPJS ENCONTRADOS NA BASE..: '
              WS-TOTAL-ENCONTRADOS.
              WS-TOTAL-NAO-ENCONTRADOS.
           DISPLAY 'CNPJS COM DIGITO INVALIDO..: '
              WS-TOTAL-DIGITO-INVALIDO.
           DISPLAY 'COMPROVANTES EMITIDOS......: '
              WS-TOTAL-COMPROVANTES.
           DISPLAY 'COMPROVANTES NAO EMITIDOS..: '
              WS-TOTAL-SEM-COMPROVANTE.
           DISPLAY 'FIM DO ENRIQUECIMENTO DA CARTEIRA.'.
           GOBACK.

           END-IF.

       0004-GRAVAR-ENRIQUECIDO.
           MOVE SPACES TO WS-CODIGO-COMPROVANTE.
           IF WS-EMITIR-COMPROVANTE IS EQUAL TO 'S' THEN
              PERFORM 0006-EMITIR-COMPROVANTE
           END-IF.
           MOVE 'OK' TO WS-MARCADOR.
           MOVE SPACES TO REG-SAIDA.
           STRING WS-CNPJ-CARTEIRA DELIMITED BY SIZE
                  FRE-PORTE-EMPRESA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-CNAE-FISCAL DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CODIGO-COMPROVANTE DELIMITED BY SPACE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.
                  WS-TOTAL-NAO-ENCONTRADOS DELIMITED BY SIZE
                  ';DIGITO-INVALIDO=' DELIMITED BY SIZE
                  WS-TOTAL-DIGITO-INVALIDO DELIMITED BY SIZE
                  ';COMPROVANTES=' DELIMITED BY SIZE
                  WS-TOTAL-COMPROVANTES DELIMITED BY SIZE
             INTO REG-SAIDA
           END-STRING.
           WRITE REG-SAIDA.

       0006-EMITIR-COMPROVANTE.
      *    COMPROVANTE DA CONSULTA FEITA PELO LOTE, COM OS DADOS DA
      *    BASE NO MOMENTO DO ENRIQUECIMENTO. SEM CHAVE DE
      *    AUTENTICACAO OU SEM O ARQUIVO DE COMPROVANTES A LINHA SAI
      *    SEM CODIGO E O TOTAL DE NAO EMITIDOS ACUSA.
           INITIALIZE REGISTRO-COMPROVANTE.
           MOVE 'E' TO RCP-FUNCAO.
           MOVE FRE-CNPJ TO RCP-CNPJ.
           MOVE WS-COMPETENCIA-BASE TO RCP-COMPETENCIA.
           MOVE 'ENRIQUECIMENTO' TO RCP-USUARIO.
           MOVE 'LOTE' TO RCP-ORIGEM.
           MOVE WS-CAM-COMPROVANTES-CARTEIRA TO RCP-ARQ-IMPRESSAO.
           MOVE WS-IMPRESSAO-NOVA TO RCP-IMPRESSAO-NOVA.
           PERFORM 0008-MONTAR-LINHAS-COMPROVANTE.
           CALL 'AUTENTICAR-COMPROVANTE' USING REGISTRO-COMPROVANTE.
           IF RCP-RETORNO IS EQUAL TO '00' THEN
              ADD 1 TO WS-TOTAL-COMPROVANTES
              MOVE 'N' TO WS-IMPRESSAO-NOVA
              MOVE RCP-CODIGO TO WS-CODIGO-COMPROVANTE
              PERFORM 0010-GRAVAR-LOG-CONSULTA
           ELSE
              ADD 1 TO WS-TOTAL-SEM-COMPROVANTE
              IF WS-TOTAL-SEM-COMPROVANTE IS EQUAL TO 1 THEN
                 DISPLAY '*** COMPROVANTE NAO EMITIDO: ' RCP-MENSAGEM
              END-IF
           END-IF.

       0007-OBTER-COMPETENCIA-BASE.
      *    NA REEMISSAO A COMPETENCIA E A DE REFERENCIA; SENAO A DA
      *    BASE CORRENTE, PRIMEIRO CAMPO DE ESTATISTICAS-BASE.DAT.
           IF WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
              MOVE WS-COMPETENCIA-REF TO WS-COMPETENCIA-BASE
           ELSE
              MOVE SPACES TO WS-COMPETENCIA-BASE
              OPEN INPUT ARQ-ESTATISTICAS
              IF ST-ARQUIVO-EST IS EQUAL TO '00' THEN
                 READ ARQ-ESTATISTICAS
                   AT END CONTINUE
                   NOT AT END
                      UNSTRING REG-ESTATISTICAS DELIMITED BY ';'
                        INTO WS-COMPETENCIA-BASE
                      END-UNSTRING
                 END-READ
                 CLOSE ARQ-ESTATISTICAS
              END-IF
           END-IF.

       0008-MONTAR-LINHAS-COMPROVANTE.
      *    MESMOS ROTULOS DA FICHA DA TELA; SEM AS TABELAS DE
      *    DESCRICAO, CNAE, NATUREZA E QUALIFICACAO SAEM PELO CODIGO.
           MOVE ZERO TO RCP-QTD-LINHAS.
           MOVE FRE-CNPJ(1:2) TO WS-CNPJ-ED-1.
           MOVE FRE-CNPJ(3:3) TO WS-CNPJ-ED-2.
           MOVE FRE-CNPJ(6:3) TO WS-CNPJ-ED-3.
           MOVE FRE-CNPJ(9:4) TO WS-CNPJ-ED-4.
           MOVE FRE-CNPJ(13:2) TO WS-CNPJ-ED-5.
           EVALUATE FRE-SIT-CADASTRAL
             WHEN 1 MOVE 'NULA' TO WS-SITUACAO-DESC
             WHEN 2 MOVE 'ATIVA' TO WS-SITUACAO-DESC
             WHEN 3 MOVE 'SUSPENSA' TO WS-SITUACAO-DESC
             WHEN 4 MOVE 'INAPTA' TO WS-SITUACAO-DESC
             WHEN 8 MOVE 'BAIXADA' TO WS-SITUACAO-DESC
             WHEN OTHER MOVE SPACES TO WS-SITUACAO-DESC
           END-EVALUATE.
           EVALUATE FRE-PORTE-EMPRESA
             WHEN '00' MOVE 'NAO INFORMADO' TO WS-PORTE-DESC
             WHEN '01' MOVE 'MICRO EMPRESA' TO WS-PORTE-DESC
             WHEN '03' MOVE 'EMPRESA DE PEQUENO PORTE' TO WS-PORTE-DESC
             WHEN '05' MOVE 'DEMAIS' TO WS-PORTE-DESC
             WHEN OTHER MOVE SPACES TO WS-PORTE-DESC
           END-EVALUATE.
           MOVE FRE-CAPITAL-SOCIAL-EMP TO WS-CAPITAL-ED.
           MOVE SPACES TO WS-CPV-LINHA.
           STRING 'CNPJ.............: ' DELIMITED BY SIZE
                  WS-CNPJ-ED DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'RAZAO SOCIAL.....: ' DELIMITED BY SIZE
                  FRE-RAZAO-SOCIAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'NOME FANTASIA....: ' DELIMITED BY SIZE
                  FRE-NOME-FANTASIA DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'SITUACAO CADASTRAL: ' DELIMITED BY SIZE
                  WS-SITUACAO-DESC DELIMITED BY SIZE
                  '  EM ' DELIMITED BY SIZE
                  FRE-DATA-SIT-CADASTRAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'MOTIVO SITUACAO..: ' DELIMITED BY SIZE
                  FRE-MOTIVO-SIT-CADASTRAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'INICIO ATIVIDADE.: ' DELIMITED BY SIZE
                  FRE-DATA-INICIO-ATIVIDADE DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'ENDERECO.........: ' DELIMITED BY SIZE
                  FRE-TIPO-LOGRADOURO DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  FRE-LOGRADOURO DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  FRE-NUMERO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'COMPLEMENTO......: ' DELIMITED BY SIZE
                  FRE-COMPLEMENTO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'BAIRRO/CEP.......: ' DELIMITED BY SIZE
                  FRE-BAIRRO DELIMITED BY '  '
                  ' CEP ' DELIMITED BY SIZE
                  FRE-CEP DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'MUNICIPIO/UF.....: ' DELIMITED BY SIZE
                  FRE-MUNICIPIO DELIMITED BY '  '
                  '/' DELIMITED BY SIZE
                  FRE-UF DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'TELEFONE.........: ' DELIMITED BY SIZE
                  FRE-DDD-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FRE-TELEFONE-1 DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'E-MAIL...........: ' DELIMITED BY SIZE
                  FRE-CORREIO-ELETRONICO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'CNAE FISCAL......: ' DELIMITED BY SIZE
                  FRE-CNAE-FISCAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'NATUREZA JURIDICA: ' DELIMITED BY SIZE
                  FRE-COD-NAT-JURIDICA DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'QUALIF. RESPONS..: ' DELIMITED BY SIZE
                  FRE-QUALIFICACAO-RESPONSAVEL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'CAPITAL SOCIAL...: ' DELIMITED BY SIZE
                  WS-CAPITAL-ED DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'PORTE............: ' DELIMITED BY SIZE
                  WS-PORTE-DESC DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'SIMPLES NACIONAL.: ' DELIMITED BY SIZE
                  FRE-OPCAO-SIMPLES DELIMITED BY SIZE
                  '  MEI: ' DELIMITED BY SIZE
                  FRE-OPCAO-MEI DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'SITUACAO ESPECIAL: ' DELIMITED BY SIZE
                  FRE-SIT-ESPECIAL DELIMITED BY SIZE
                  '  EM ' DELIMITED BY SIZE
                  FRE-DATA-SIT-ESPECIAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0009-ADICIONAR-LINHA-COMPROVANTE.

       0009-ADICIONAR-LINHA-COMPROVANTE.
           IF RCP-QTD-LINHAS IS LESS THAN 30 THEN
              ADD 1 TO RCP-QTD-LINHAS
              MOVE WS-CPV-LINHA TO RCP-LINHA(RCP-QTD-LINHAS)
           END-IF.
           MOVE SPACES TO WS-CPV-LINHA.

       0010-GRAVAR-LOG-CONSULTA.
      *    MESMO LAYOUT DO LOG DA TELA (DATA;HORA;USUARIO;TIPO;
      *    ARGUMENTO;CPF-AUTORIZADO;CC); O LOTE NAO TEM CENTRO DE
      *    CUSTO, E O FECHAMENTO POR CC O CONTA COMO GERAL.
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HORA FROM TIME.
           OPEN EXTEND ARQ-LOG-CONSULTAS.
           IF ST-ARQUIVO-LOG IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-LOG-CONSULTAS
           END-IF.
           MOVE SPACES TO REG-LOG-CONSULTA.
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-LOG-HORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  'ENRIQUECIMENTO' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  'COMPROVANTE' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  FRE-CNPJ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CODIGO-COMPROVANTE DELIMITED BY SIZE
                  ';N;' DELIMITED BY SIZE
             INTO REG-LOG-CONSULTA
           END-STRING.
           WRITE REG-LOG-CONSULTA.
           CLOSE ARQ-LOG-CONSULTAS.

       0030-CATALOGAR-NO-SPOOL.
      *    OS COMPROVANTES IMPRESSOS DO LOTE FICAM NO SPOOL DA TELA
      *    (OPCAO I) PARA SEGUNDA VIA. MESMO CATALOGO DO
      *    REGISTRAR-SPOOL.
           MOVE ZERO TO WS-SPOOL-ID.
           OPEN INPUT ARQ-SPOOL-SEQ.
           IF ST-ARQUIVO-SPS IS EQUAL TO '00' THEN
              READ ARQ-SPOOL-SEQ
                AT END CONTINUE
                NOT AT END MOVE REG-SPOOL-SEQ TO WS-SPOOL-ID
              END-READ
              CLOSE ARQ-SPOOL-SEQ
           END-IF.
           ADD 1 TO WS-SPOOL-ID.
           MOVE WS-SPOOL-ID TO REG-SPOOL-SEQ.
           OPEN OUTPUT ARQ-SPOOL-SEQ.
           WRITE REG-SPOOL-SEQ.
           CLOSE ARQ-SPOOL-SEQ.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'cp ' DELIMITED BY SIZE
                  WS-CAM-COMPROVANTES-CARTEIRA DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-' DELIMITED BY SIZE
                  WS-SPOOL-ID DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
             INTO WS-COMANDO-SISTEMA
           END-STRING.
           CALL "SYSTEM" USING WS-COMANDO-SISTEMA
             RETURNING WS-RC-SISTEMA.
           IF WS-RC-SISTEMA IS NOT EQUAL TO ZERO THEN
              DISPLAY '*** COPIA PARA O SPOOL FALHOU - COMPROVANTES SO '
                 'EM ' WS-CAM-COMPROVANTES-CARTEIRA ' ***'
           ELSE
              ACCEPT WS-HORA-AGORA FROM TIME
              OPEN EXTEND ARQ-SPOOL-CATALOGO
              IF ST-ARQUIVO-SPC IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-SPOOL-CATALOGO
              END-IF
              MOVE SPACES TO REG-SPOOL-CATALOGO
              STRING WS-SPOOL-ID DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-DATA-HOJE DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-HORA-AGORA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     'ENRIQUECIMENTO' DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     'COMPROVANTE-LOTE' DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     'COMPETENCIA=' DELIMITED BY SIZE
                     WS-COMPETENCIA-BASE DELIMITED BY SPACE
                     ';' DELIMITED BY SIZE
                     WS-SPOOL-RETENCAO DELIMITED BY SIZE
                INTO REG-SPOOL-CATALOGO
              END-STRING
              WRITE REG-SPOOL-CATALOGO
              CLOSE ARQ-SPOOL-CATALOGO
              DISPLAY 'COMPROVANTES CATALOGADOS NO SPOOL: ' WS-SPOOL-ID
           END-IF.

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

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-COMPROVANTES-CARTEIRA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'comprovantes-carteira.txt' DELIMITED BY SIZE
             INTO WS-CAM-COMPROVANTES-CARTEIRA
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTATISTICAS-BASE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'estatisticas-base.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESTATISTICAS-BASE
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-CONSULTAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'log-consultas.dat' DELIMITED BY SIZE
             INTO WS-CAM-LOG-CONSULTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-SPOOL-CATALOGO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-catalogo.dat' DELIMITED BY SIZE
             INTO WS-CAM-SPOOL-CATALOGO
           END-STRING.
           MOVE SPACES TO WS-CAM-SPOOL-SEQUENCIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-sequencia.dat' DELIMITED BY SIZE
             INTO WS-CAM-SPOOL-SEQUENCIA
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFLITO-INTERESSE-FUNCIONARIOS.

      ****************************************************************
      * CHECAGEM ANUAL DE CONFLITO DE INTERESSE DA POLITICA DE        *
      * INTEGRIDADE. LE A LISTA DE FUNCIONARIOS E ADMINISTRADORES     *
      * ENTREGUE PELO RH EM FUNCIONARIOS-RH.DAT (CPF;NOME;VINCULO     *
      * F=FUNCIONARIO OU A=ADMINISTRADOR, PADRAO F) E CRUZA CADA UM   *
      * COM O QUADRO SOCIETARIO DO MESMO JEITO QUE A TRIAGEM DE       *
      * LISTAS RESTRITIVAS:                                           *
      *   - COM CPF, PELO FRS-CPF-MIOLO (6 DIGITOS CENTRAIS); MIOLO   *
      *     + CHAVE FONETICA DO NOME = CONFIANCA ALTA, SO O MIOLO =   *
      *     CONFIANCA MEDIA; E PELO CPF DO REPRESENTANTE LEGAL        *
      *     (CIFRADO NA BASE - O CPF DO FUNCIONARIO E CIFRADO PARA A  *
      *     BUSCA), QUE E CONFIANCA ALTA;                             *
      *   - SEM CPF, PELO FRS-NOME-FONETICO; NOME IDENTICO = ALTA,    *
      *     SO FONETICO = MEDIA.                                      *
      * SO SAI NO RELATORIO A EMPRESA CUJA RAIZ CONSTA NO CADASTRO DE *
      * FORNECEDORES (FORNECEDORES-HOMOLOGACAO.DAT) OU NA CARTEIRA DE *
      * CLIENTES (CARTEIRA-CNPJ.DAT). O RELATORIO E DA AUDITORIA      *
      * INTERNA: E CATALOGADO NO SPOOL COM O TIPO CONFLITO-FUNC, QUE  *
      * A TELA DE CONSULTA SO LISTA PARA O PERFIL S, E O CPF DO       *
      * FUNCIONARIO SAI MASCARADO. RETURN-CODE 4 QUANDO HA CONFLITO,  *
      * LINHA DESCARTADA OU UM DOS CADASTROS AUSENTE; 12 SEM A LISTA  *
      * DO RH, SEM O QUADRO SOCIETARIO OU SEM OS DOIS CADASTROS.      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO WS-CAM-FUNCIONARIOS-RH
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-FUN.

           SELECT ARQ-FORNECEDORES ASSIGN TO
                   WS-CAM-FORNECEDORES-HOMOLOG
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-FOR.

           SELECT ARQ-CARTEIRA ASSIGN TO WS-CAM-CARTEIRA-CNPJ
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAR.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
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
                   RECORD KEY IS FRE-CNPJ
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-CONFLITO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

           SELECT ARQ-SUMARIO-EXEC ASSIGN TO
                   WS-CAM-SUMARIO-EXECUCOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

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
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO             PIC X(200).

       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR              PIC X(100).

       FD ARQ-CARTEIRA.
       01 REG-CARTEIRA                PIC X(100).

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(300).

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

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC            PIC X(200).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       FD ARQ-COMPETENCIA-REF.
       01 REG-COMPETENCIA-CFG         PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(032) VALUE
          'CONFLITO-INTERESSE-FUNCIONARIOS'.

       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 ST-ARQUIVO-CRF              PIC XX.
       01 WS-COMPETENCIA-REF          PIC X(006) VALUE SPACES.
       01 WS-CAM-CARTEIRA-CNPJ           PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-FORNECEDORES-HOMOLOG    PIC X(060) VALUE SPACES.
       01 WS-CAM-FUNCIONARIOS-RH         PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-CONFLITO      PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-CATALOGO          PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-SEQUENCIA         PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-FUN              PIC XX.
       01 ST-ARQUIVO-FOR              PIC XX.
       01 ST-ARQUIVO-CAR              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 ST-ARQUIVO-SPC              PIC XX.
       01 ST-ARQUIVO-SPS              PIC XX.
       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.

      *    FUNCIONARIO LIDO DA LISTA DO RH
       01 WS-FUN-CPF-LIDO             PIC X(020) VALUE SPACES.
       01 WS-FUN-NOME                 PIC X(150) VALUE SPACES.
       01 WS-FUN-VINCULO              PIC X(005) VALUE SPACES.
       01 WS-FUN-VINCULO-DESC         PIC X(014) VALUE SPACES.
       01 WS-FUN-CPF                  PIC X(011) VALUE SPACES.
       01 WS-FUN-CPF-MASCARADO        PIC X(011) VALUE SPACES.
       01 WS-FUN-MIOLO                PIC 9(006) VALUE ZERO.
       01 WS-FUN-FONETICO             PIC X(150) VALUE SPACES.
       01 WS-FUN-CPF-CIFRADO          PIC 9(011) VALUE ZERO.
       01 WS-QTD-DIGITOS              PIC 9(002) VALUE ZERO.
       01 WS-POS                      PIC 9(002) VALUE ZERO.

      *    RAIZES DOS FORNECEDORES E DA CARTEIRA DE CLIENTES
       01 WS-CNPJ-LIDO                PIC X(020) VALUE SPACES.
       01 WS-QTD-FORNECEDORES         PIC 9(005) VALUE ZERO.
       01 WS-TAB-FORNECEDORES.
          05 WS-FOR-RAIZ OCCURS 5000 TIMES PIC X(008).
       01 WS-QTD-CLIENTES             PIC 9(005) VALUE ZERO.
       01 WS-TAB-CLIENTES.
          05 WS-CLI-RAIZ OCCURS 5000 TIMES PIC X(008).
       01 WS-IDX-RAIZ                 PIC 9(005) VALUE ZERO.
       01 WS-EH-FORNECEDOR            PIC X VALUE 'N'.
       01 WS-EH-CLIENTE               PIC X VALUE 'N'.
       01 WS-RELACAO                  PIC X(021) VALUE SPACES.

      *    VINCULO ENCONTRADO
       01 WS-VINCULO-EMPRESA          PIC X(013) VALUE SPACES.
       01 WS-CONFIANCA                PIC X(005) VALUE SPACES.
       01 WS-RAZAO-VINCULO            PIC X(150) VALUE SPACES.

       01 WS-CONT-FUNCIONARIOS        PIC 9(007) VALUE ZERO.
       01 WS-CONT-DESCARTADAS         PIC 9(007) VALUE ZERO.
       01 WS-CONT-CONFLITOS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-ALTA                PIC 9(007) VALUE ZERO.
       01 WS-CONT-MEDIA               PIC 9(007) VALUE ZERO.
       01 WS-RESSALVA                 PIC X VALUE 'N'.

      *    SPOOL CENTRAL
       01 WS-SPOOL-ID                 PIC 9(008) VALUE ZERO.
       01 WS-SPOOL-RETENCAO           PIC 9(003) VALUE 90.
       01 WS-REFERENCIA               PIC X(020) VALUE SPACES.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.
       01 WS-COMANDO-SISTEMA          PIC X(160) VALUE SPACES.
       01 WS-RC-SISTEMA               PIC S9(009) COMP VALUE ZERO.

       01 WS-FON-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-FON-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-FON-POS                  PIC 999 VALUE ZERO.
       01 WS-FON-OUT                  PIC 999 VALUE ZERO.
       01 WS-FON-CHAR                 PIC X VALUE SPACE.
       01 WS-FON-PROX                 PIC X VALUE SPACE.
       01 WS-FON-ULT                  PIC X VALUE SPACE.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CHECAGEM DE CONFLITO DE INTERESSE - FUNCIONARIOS '
              'X FORNECEDORES E CLIENTES'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'SPOOL-RETENCAO-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-SPOOL-RETENCAO
           END-IF.
           PERFORM 0002-CARREGAR-FORNECEDORES.
           PERFORM 0003-CARREGAR-CARTEIRA.
           IF WS-QTD-FORNECEDORES IS EQUAL TO ZERO AND
              WS-QTD-CLIENTES IS EQUAL TO ZERO THEN
              DISPLAY '*** SEM CADASTRO DE FORNECEDORES E SEM CARTEIRA '
                 'DE CLIENTES - NADA A CRUZAR ***'
              MOVE 12 TO RETURN-CODE
              PERFORM 0020-ENCERRAR-COM-ERRO
              GOBACK
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF ST-ARQUIVO-FUN IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FUNCIONARIOS-RH.DAT INDISPONIVEL ***'
              MOVE 12 TO RETURN-CODE
              PERFORM 0020-ENCERRAR-COM-ERRO
              GOBACK
           END-IF.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** QUADRO SOCIETARIO INDISPONIVEL (STATUS '
                 ST-ARQUIVO-SOC ') ***'
              CLOSE ARQ-FUNCIONARIOS
              MOVE 12 TO RETURN-CODE
              PERFORM 0020-ENCERRAR-COM-ERRO
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONFLITO DE INTERESSE - FUNCIONARIOS E '
                     DELIMITED BY SIZE
                  'ADMINISTRADORES x FORNECEDORES E CLIENTES - '
                     DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'USO RESTRITO DA AUDITORIA INTERNA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'FUNCIONARIO;VINCULO-CASA;CPF;VINCULO-EMPRESA;CONFIANC
      -       'A;CNPJ;RAZAO SOCIAL;RELACAO COM A CASA' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-FUNCIONARIOS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF REG-FUNCIONARIO IS NOT EQUAL TO SPACES AND
                     REG-FUNCIONARIO(1:1) IS NOT EQUAL TO '*' THEN
                     PERFORM 0004-PREPARAR-FUNCIONARIO
                  END-IF
             END-READ
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAIS;FUNCIONARIOS=' DELIMITED BY SIZE
                  WS-CONT-FUNCIONARIOS DELIMITED BY SIZE
                  ';DESCARTADOS=' DELIMITED BY SIZE
                  WS-CONT-DESCARTADAS DELIMITED BY SIZE
                  ';CONFLITOS=' DELIMITED BY SIZE
                  WS-CONT-CONFLITOS DELIMITED BY SIZE
                  ';ALTA=' DELIMITED BY SIZE
                  WS-CONT-ALTA DELIMITED BY SIZE
                  ';MEDIA=' DELIMITED BY SIZE
                  WS-CONT-MEDIA DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CADASTROS;FORNECEDORES=' DELIMITED BY SIZE
                  WS-QTD-FORNECEDORES DELIMITED BY SIZE
                  ';CLIENTES=' DELIMITED BY SIZE
                  WS-QTD-CLIENTES DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS EQUAL TO '00' THEN
              CLOSE ARQ-EMPRESAS
           END-IF.
           PERFORM 0030-CATALOGAR-NO-SPOOL.
           DISPLAY 'FUNCIONARIOS CRUZADOS.....: ' WS-CONT-FUNCIONARIOS.
           DISPLAY 'LINHAS DESCARTADAS........: ' WS-CONT-DESCARTADAS.
           DISPLAY 'CONFLITOS ENCONTRADOS.....: ' WS-CONT-CONFLITOS.
           DISPLAY 'FIM DA CHECAGEM DE CONFLITO DE INTERESSE.'.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-CONFLITOS IS GREATER THAN ZERO OR
              WS-CONT-DESCARTADAS IS GREATER THAN ZERO OR
              WS-RESSALVA IS EQUAL TO 'S' THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'FUNCIONARIOS=' DELIMITED BY SIZE
                  WS-CONT-FUNCIONARIOS DELIMITED BY SIZE
                  ' CONFLITOS=' DELIMITED BY SIZE
                  WS-CONT-CONFLITOS DELIMITED BY SIZE
                  ' DESCARTADOS=' DELIMITED BY SIZE
                  WS-CONT-DESCARTADAS DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
           END-IF.
           GOBACK.

       0002-CARREGAR-FORNECEDORES.
      *    MESMO CADASTRO DO PARECER DE HOMOLOGACAO (CNPJ;CATEGORIA;
      *    DATA). O QUADRO SOCIETARIO E DA RAIZ, ENTAO GUARDA A RAIZ.
           MOVE ZERO TO WS-QTD-FORNECEDORES.
           OPEN INPUT ARQ-FORNECEDORES.
           IF ST-ARQUIVO-FOR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-FORNECEDORES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CNPJ-LIDO
                     UNSTRING REG-FORNECEDOR DELIMITED BY ';'
                       INTO WS-CNPJ-LIDO
                     END-UNSTRING
                     IF WS-CNPJ-LIDO(1:8) IS NUMERIC AND
                        WS-QTD-FORNECEDORES IS LESS THAN 5000 THEN
                        ADD 1 TO WS-QTD-FORNECEDORES
                        MOVE WS-CNPJ-LIDO(1:8) TO
                           WS-FOR-RAIZ(WS-QTD-FORNECEDORES)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-FORNECEDORES
           ELSE
              DISPLAY '*** FORNECEDORES-HOMOLOGACAO.DAT INDISPONIVEL - '
                 'CRUZAMENTO SO COM A CARTEIRA ***'
              MOVE 'S' TO WS-RESSALVA
           END-IF.
           DISPLAY 'FORNECEDORES CARREGADOS...: ' WS-QTD-FORNECEDORES.

       0003-CARREGAR-CARTEIRA.
      *    MESMA CARTEIRA DO ENRIQUECIMENTO (UM CNPJ POR LINHA).
           MOVE ZERO TO WS-QTD-CLIENTES.
           OPEN INPUT ARQ-CARTEIRA.
           IF ST-ARQUIVO-CAR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CARTEIRA
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CNPJ-LIDO
                     UNSTRING REG-CARTEIRA DELIMITED BY ';'
                       INTO WS-CNPJ-LIDO
                     END-UNSTRING
                     IF WS-CNPJ-LIDO(1:8) IS NUMERIC AND
                        WS-QTD-CLIENTES IS LESS THAN 5000 THEN
                        ADD 1 TO WS-QTD-CLIENTES
                        MOVE WS-CNPJ-LIDO(1:8) TO
                           WS-CLI-RAIZ(WS-QTD-CLIENTES)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CARTEIRA
           ELSE
              DISPLAY '*** CARTEIRA-CNPJ.DAT INDISPONIVEL - '
                 'CRUZAMENTO SO COM OS FORNECEDORES ***'
              MOVE 'S' TO WS-RESSALVA
           END-IF.
           DISPLAY 'CLIENTES CARREGADOS.......: ' WS-QTD-CLIENTES.

       0004-PREPARAR-FUNCIONARIO.
      *    O CPF PODE VIR COM PONTUACAO; SO OS DIGITOS CONTAM. CPF
      *    INCOMPLETO CAI NO CRUZAMENTO SO PELO NOME; SEM NOME E SEM
      *    CPF A LINHA E DESCARTADA.
           MOVE SPACES TO WS-FUN-CPF-LIDO.
           MOVE SPACES TO WS-FUN-NOME.
           MOVE SPACES TO WS-FUN-VINCULO.
           UNSTRING REG-FUNCIONARIO DELIMITED BY ';'
             INTO WS-FUN-CPF-LIDO
                  WS-FUN-NOME
                  WS-FUN-VINCULO
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-FUN-NOME) TO WS-FUN-NOME.
           MOVE FUNCTION UPPER-CASE(WS-FUN-VINCULO) TO WS-FUN-VINCULO.
           IF WS-FUN-VINCULO(1:1) IS EQUAL TO 'A' THEN
              MOVE 'ADMINISTRADOR' TO WS-FUN-VINCULO-DESC
           ELSE
              MOVE 'FUNCIONARIO' TO WS-FUN-VINCULO-DESC
           END-IF.
           MOVE SPACES TO WS-FUN-CPF.
           MOVE ZERO TO WS-QTD-DIGITOS.
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS IS GREATER THAN 20
             IF WS-FUN-CPF-LIDO(WS-POS:1) IS NUMERIC AND
                WS-QTD-DIGITOS IS LESS THAN 11 THEN
                ADD 1 TO WS-QTD-DIGITOS
                MOVE WS-FUN-CPF-LIDO(WS-POS:1) TO
                   WS-FUN-CPF(WS-QTD-DIGITOS:1)
             END-IF
           END-PERFORM.
           IF WS-QTD-DIGITOS IS NOT EQUAL TO 11 AND
              WS-FUN-NOME IS EQUAL TO SPACES THEN
              ADD 1 TO WS-CONT-DESCARTADAS
              DISPLAY '*** LINHA DESCARTADA: ' REG-FUNCIONARIO(1:60)
           ELSE
              ADD 1 TO WS-CONT-FUNCIONARIOS
              MOVE WS-FUN-NOME TO WS-FON-ENTRADA
              PERFORM 0006-GERAR-CHAVE-FONETICA
              MOVE WS-FON-SAIDA TO WS-FUN-FONETICO
              IF WS-QTD-DIGITOS IS EQUAL TO 11 THEN
                 MOVE WS-FUN-CPF TO WS-FUN-CPF-MASCARADO
                 MOVE '***' TO WS-FUN-CPF-MASCARADO(1:3)
                 MOVE '**' TO WS-FUN-CPF-MASCARADO(10:2)
                 MOVE WS-FUN-CPF(4:6) TO WS-FUN-MIOLO
                 PERFORM 0010-CRUZAR-POR-MIOLO
                 PERFORM 0011-CRUZAR-REPRESENTANTE
              ELSE
                 MOVE 'SEM CPF' TO WS-FUN-CPF-MASCARADO
                 PERFORM 0012-CRUZAR-POR-FONETICO
              END-IF
           END-IF.

       0006-GERAR-CHAVE-FONETICA.
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
                  PERFORM 0007-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'Y'
                  MOVE 'I' TO WS-FON-CHAR
                  PERFORM 0007-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'W'
                  MOVE 'U' TO WS-FON-CHAR
                  PERFORM 0007-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'K' OR
                    WS-FON-CHAR IS EQUAL TO 'Q'
                  MOVE 'C' TO WS-FON-CHAR
                  PERFORM 0007-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'X' TO WS-FON-CHAR
                  PERFORM 0007-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS EQUAL TO 'C' AND
                    (WS-FON-PROX IS EQUAL TO 'E' OR
                     WS-FON-PROX IS EQUAL TO 'I')
                  MOVE 'S' TO WS-FON-CHAR
                  PERFORM 0007-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO 'P' AND
                    WS-FON-PROX IS EQUAL TO 'H'
                  MOVE 'F' TO WS-FON-CHAR
                  PERFORM 0007-EMITIR-FONEMA
                  ADD 1 TO WS-FON-POS
               WHEN WS-FON-CHAR IS GREATER THAN OR EQUAL TO 'A' AND
                    WS-FON-CHAR IS LESS THAN OR EQUAL TO 'Z'
                  PERFORM 0007-EMITIR-FONEMA
               WHEN WS-FON-CHAR IS EQUAL TO SPACE AND
                    WS-FON-ULT IS NOT EQUAL TO SPACE
                  PERFORM 0007-EMITIR-FONEMA
               WHEN OTHER
                  CONTINUE
             END-EVALUATE
           END-PERFORM.

       0007-EMITIR-FONEMA.
           IF WS-FON-CHAR IS NOT EQUAL TO WS-FON-ULT THEN
              ADD 1 TO WS-FON-OUT
              IF WS-FON-OUT IS LESS THAN OR EQUAL TO 150 THEN
                 MOVE WS-FON-CHAR TO WS-FON-SAIDA(WS-FON-OUT:1)
              END-IF
           END-IF.
           MOVE WS-FON-CHAR TO WS-FON-ULT.

       0010-CRUZAR-POR-MIOLO.
           MOVE WS-FUN-MIOLO TO FRS-CPF-MIOLO.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-MIOLO
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CPF-MIOLO IS NOT EQUAL TO WS-FUN-MIOLO THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-NOME-FONETICO IS EQUAL TO WS-FUN-FONETICO
                     THEN
                        MOVE 'ALTA' TO WS-CONFIANCA
                     ELSE
                        MOVE 'MEDIA' TO WS-CONFIANCA
                     END-IF
                     MOVE 'SOCIO' TO WS-VINCULO-EMPRESA
                     PERFORM 0015-AVALIAR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.

       0011-CRUZAR-REPRESENTANTE.
      *    O CPF DO REPRESENTANTE ESTA CIFRADO NA BASE; A CIFRA E
      *    DETERMINISTICA, ENTAO BASTA CIFRAR O CPF DO FUNCIONARIO E
      *    BUSCAR POR IGUALDADE NA CHAVE ALTERNATIVA.
           MOVE WS-FUN-CPF TO WS-FUN-CPF-CIFRADO.
           MOVE SPACES TO RCF-ARGUMENTO.
           MOVE WS-FUN-CPF TO RCF-ARGUMENTO(1:11).
           MOVE 'A' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-ARGUMENTO(1:11) TO WS-FUN-CPF-CIFRADO
           END-IF.
           MOVE WS-FUN-CPF-CIFRADO TO FRS-CPF-REPRESENTANTE.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-REPRESENTANTE
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CPF-REPRESENTANTE IS NOT EQUAL TO
                     WS-FUN-CPF-CIFRADO THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     MOVE 'ALTA' TO WS-CONFIANCA
                     MOVE 'REPRESENTANTE' TO WS-VINCULO-EMPRESA
                     PERFORM 0015-AVALIAR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.

       0012-CRUZAR-POR-FONETICO.
           MOVE WS-FUN-FONETICO TO FRS-NOME-FONETICO.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-NOME-FONETICO
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-NOME-FONETICO IS NOT EQUAL TO
                     WS-FUN-FONETICO THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-NOME-SOCIO IS EQUAL TO WS-FUN-NOME THEN
                        MOVE 'ALTA' TO WS-CONFIANCA
                     ELSE
                        MOVE 'MEDIA' TO WS-CONFIANCA
                     END-IF
                     MOVE 'SOCIO' TO WS-VINCULO-EMPRESA
                     PERFORM 0015-AVALIAR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.

       0015-AVALIAR-EMPRESA.
      *    SO INTERESSA A EMPRESA QUE FORNECE PARA A CASA OU E CLIENTE
      *    DELA (MESMA RAIZ DE CNPJ).
           MOVE 'N' TO WS-EH-FORNECEDOR.
           MOVE 'N' TO WS-EH-CLIENTE.
           PERFORM VARYING WS-IDX-RAIZ FROM 1 BY 1
             UNTIL WS-IDX-RAIZ IS GREATER THAN WS-QTD-FORNECEDORES
                OR WS-EH-FORNECEDOR IS EQUAL TO 'S'
             IF WS-FOR-RAIZ(WS-IDX-RAIZ) IS EQUAL TO FRS-CNPJ(1:8)
             THEN
                MOVE 'S' TO WS-EH-FORNECEDOR
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RAIZ FROM 1 BY 1
             UNTIL WS-IDX-RAIZ IS GREATER THAN WS-QTD-CLIENTES
                OR WS-EH-CLIENTE IS EQUAL TO 'S'
             IF WS-CLI-RAIZ(WS-IDX-RAIZ) IS EQUAL TO FRS-CNPJ(1:8)
             THEN
                MOVE 'S' TO WS-EH-CLIENTE
             END-IF
           END-PERFORM.
           IF WS-EH-FORNECEDOR IS EQUAL TO 'S' OR
              WS-EH-CLIENTE IS EQUAL TO 'S' THEN
              EVALUATE TRUE
                WHEN WS-EH-FORNECEDOR IS EQUAL TO 'S' AND
                     WS-EH-CLIENTE IS EQUAL TO 'S'
                   MOVE 'FORNECEDOR E CLIENTE' TO WS-RELACAO
                WHEN WS-EH-FORNECEDOR IS EQUAL TO 'S'
                   MOVE 'FORNECEDOR' TO WS-RELACAO
                WHEN OTHER
                   MOVE 'CLIENTE' TO WS-RELACAO
              END-EVALUATE
              PERFORM 0016-GRAVAR-CONFLITO
           END-IF.

       0016-GRAVAR-CONFLITO.
           ADD 1 TO WS-CONT-CONFLITOS.
           IF WS-CONFIANCA IS EQUAL TO 'ALTA' THEN
              ADD 1 TO WS-CONT-ALTA
           ELSE
              ADD 1 TO WS-CONT-MEDIA
           END-IF.
           MOVE SPACES TO WS-RAZAO-VINCULO.
           IF ST-ARQUIVO-EMP IS EQUAL TO '00' THEN
              MOVE FRS-CNPJ TO FRE-CNPJ
              READ ARQ-EMPRESAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE FRE-RAZAO-SOCIAL TO WS-RAZAO-VINCULO
              END-READ
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-FUN-NOME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-FUN-VINCULO-DESC DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-FUN-CPF-MASCARADO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-VINCULO-EMPRESA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CONFIANCA DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  FRS-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RAZAO-VINCULO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-RELACAO DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0020-ENCERRAR-COM-ERRO.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'FORNECEDORES=' DELIMITED BY SIZE
                  WS-QTD-FORNECEDORES DELIMITED BY SIZE
                  ' CLIENTES=' DELIMITED BY SIZE
                  WS-QTD-CLIENTES DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           IF WS-COMPETENCIA-REF IS EQUAL TO SPACES THEN
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
           END-IF.

       0030-CATALOGAR-NO-SPOOL.
      *    A AUDITORIA INTERNA CONSULTA O RELATORIO PELO SPOOL DA TELA
      *    (OPCAO I), ONDE O TIPO CONFLITO-FUNC SO APARECE PARA O
      *    PERFIL S. MESMO CATALOGO DO REGISTRAR-SPOOL.
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
                  WS-CAM-RELATORIO-CONFLITO DELIMITED BY SPACE
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
              DISPLAY '*** COPIA PARA O SPOOL FALHOU - RELATORIO SO EM '
                 WS-CAM-RELATORIO-CONFLITO ' ***'
              MOVE 'S' TO WS-RESSALVA
           ELSE
              MOVE SPACES TO WS-REFERENCIA
              IF WS-COMPETENCIA-REF IS NOT EQUAL TO SPACES THEN
                 STRING 'COMPETENCIA=' DELIMITED BY SIZE
                        WS-COMPETENCIA-REF DELIMITED BY SPACE
                   INTO WS-REFERENCIA
                 END-STRING
              ELSE
                 STRING 'ANO=' DELIMITED BY SIZE
                        WS-DATA-HOJE(1:4) DELIMITED BY SIZE
                   INTO WS-REFERENCIA
                 END-STRING
              END-IF
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
                     'AUDITORIA-INTERNA' DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     'CONFLITO-FUNC' DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-REFERENCIA DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-SPOOL-RETENCAO DELIMITED BY SIZE
                INTO REG-SPOOL-CATALOGO
              END-STRING
              WRITE REG-SPOOL-CATALOGO
              CLOSE ARQ-SPOOL-CATALOGO
              DISPLAY 'RELATORIO CATALOGADO NO SPOOL: ' WS-SPOOL-ID
           END-IF.

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
           MOVE SPACES TO WS-CAM-CARTEIRA-CNPJ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'carteira-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-CARTEIRA-CNPJ
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-FORNECEDORES-HOMOLOG.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'fornecedores-homologacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-FORNECEDORES-HOMOLOG
           END-STRING.
           MOVE SPACES TO WS-CAM-FUNCIONARIOS-RH.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'funcionarios-rh.dat' DELIMITED BY SIZE
             INTO WS-CAM-FUNCIONARIOS-RH
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-CONFLITO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-conflito-interesse.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-CONFLITO
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
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
              MOVE SPACES TO WS-CAM-SOCIOS2
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'socios2-' DELIMITED BY SIZE
                     WS-COMPETENCIA-REF DELIMITED BY SPACE
                     '.dat' DELIMITED BY SIZE
                INTO WS-CAM-SOCIOS2
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

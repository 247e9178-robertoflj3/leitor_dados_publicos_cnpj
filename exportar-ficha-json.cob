                   RECORD KEY IS HSC-CHAVE
                   STATUS ST-ARQUIVO-HIST.

           SELECT ARQ-ANOTACOES ASSIGN TO
                   WS-CAM-ANOTACOES-CNPJ
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ANT-CHAVE
                   STATUS ST-ARQUIVO-ANT.

           SELECT ARQ-CNAE-DESCR ASSIGN TO "TABELASRFB/CNAE"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

           SELECT ARQ-COMPETENCIA-REF ASSIGN TO
                   "competencia-referencia.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRF.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LISTA.
       FD ARQ-HISTORICO-SIT.
       COPY "FD-REG-HIST-SIT.cpy".

       FD ARQ-ANOTACOES.
       COPY "FD-REG-ANOTACAO.cpy".

       FD ARQ-CNAE-DESCR.
       01 FD-CNAE-DESCR.
           03 FD-CNAE-COD           PIC 9(007).
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
       01 WS-CAM-ANOTACOES-CNPJ          PIC X(060) VALUE SPACES.
       01 WS-CAM-CNAE2                   PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-FICHA-PJ-JSON           PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-CNAE             PIC XX.
       01 ST-ARQUIVO-HIST             PIC XX.
       01 ST-ARQUIVO-ANT              PIC XX.
       01 ST-ARQ-CNAE-DESCR           PIC XX.
       01 ST-ARQ-QUALIFICACAO         PIC XX.
       01 ST-ARQUIVO-JSN              PIC XX.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-CNA                  PIC X VALUE 'N'.
       01 WS-EOF-HIS                  PIC X VALUE 'N'.
       01 WS-EOF-ANT                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-CNPJ-FICHA               PIC X(014) VALUE SPACES.
       01 WS-PRIMEIRO-OBJETO          PIC X VALUE 'S'.
       01 WS-PRIMEIRO-ITEM            PIC X VALUE 'S'.
       01 WS-CAPITAL-JSON             PIC 9(012).9(002).
       01 WS-TEXTO-JSON               PIC X(150) VALUE SPACES.
       01 WS-PONTEIRO-JSON            PIC 999 VALUE 1.
       01 WS-CPF-JSON                 PIC X(014) VALUE SPACES.

       01 WS-QTD-CNAES-TABELA         PIC 9(004) VALUE ZERO.
       01 WS-IDX-CNAE-TAB             PIC 9(004) VALUE ZERO.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-CNAE.
           OPEN INPUT ARQ-HISTORICO-SIT.
           OPEN INPUT ARQ-ANOTACOES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-JSON.
           MOVE '[' TO REG-JSON.
           WRITE REG-JSON.
           CLOSE ARQ-SOCIOS.
           CLOSE ARQ-CNAE.
           CLOSE ARQ-HISTORICO-SIT.
           IF ST-ARQUIVO-ANT IS EQUAL TO '00' THEN
              CLOSE ARQ-ANOTACOES
           END-IF.
           DISPLAY 'FICHAS EXPORTADAS EM JSON....: '
              WS-CONT-EXPORTADOS.
           DISPLAY 'CNPJS NAO ENCONTRADOS........: '
           PERFORM 0010-GRAVAR-CNAES.
           PERFORM 0011-GRAVAR-SOCIOS.
           PERFORM 0012-GRAVAR-HISTORICO.
           PERFORM 0016-GRAVAR-ANOTACOES.
           MOVE '}' TO REG-JSON.
           WRITE REG-JSON.

           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE FRS-COD-QUALIFICACAO-SOCIO TO WS-QUALIF-PROCURADA.
           PERFORM 0006-BUSCAR-DESC-QUALIF.
           PERFORM 0015-CPF-PUBLICO.
           MOVE SPACES TO REG-JSON.
           STRING '"cpf": "' DELIMITED BY SIZE
                  WS-CPF-JSON DELIMITED BY SPACE
                  '", "qualificacao": "' DELIMITED BY SIZE
                  FRS-COD-QUALIFICACAO-SOCIO DELIMITED BY SIZE
                  '", "descricao_qualificacao": "' DELIMITED BY SIZE
           END-STRING.
           WRITE REG-JSON.

       0015-CPF-PUBLICO.
      *    O CPF DO SOCIO PESSOA FISICA ESTA CIFRADO NA BASE; NO JSON
      *    SAI NO MESMO PADRAO DOS DADOS ABERTOS DA RFB (SO O MIOLO).
      *    SOCIO PESSOA JURIDICA TRAZ O CNPJ, QUE NAO E CIFRADO.
           MOVE SPACES TO WS-CPF-JSON.
           IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
              MOVE FRS-CPF-SOCIO TO WS-CPF-JSON
           ELSE
              STRING '***' DELIMITED BY SIZE
                     FRS-CPF-MIOLO DELIMITED BY SIZE
                     '**' DELIMITED BY SIZE
                INTO WS-CPF-JSON
              END-STRING
           END-IF.

       0012-GRAVAR-HISTORICO.
           MOVE '"historico_situacao": [' TO REG-JSON.
           WRITE REG-JSON.
                END-READ
              END-PERFORM
           END-IF.
           MOVE '],' TO REG-JSON.
           WRITE REG-JSON.

       0016-GRAVAR-ANOTACOES.
      *    ANOTACOES INTERNAS E DOCUMENTOS DO CNPJ GRAVADOS PELA TELA
      *    DE CONSULTA; SO OS VIGENTES (SEM VALIDADE OU VALIDADE A
      *    PARTIR DE HOJE) VAO PARA O PORTAL.
           MOVE '"anotacoes_internas": [' TO REG-JSON.
           WRITE REG-JSON.
           MOVE 'S' TO WS-PRIMEIRO-ITEM.
           IF ST-ARQUIVO-ANT IS EQUAL TO '00' THEN
              MOVE FRE-CNPJ TO ANT-CNPJ
              MOVE ZEROES TO ANT-DATA
              MOVE ZEROES TO ANT-HORA
              MOVE 'N' TO WS-EOF-ANT
              START ARQ-ANOTACOES
                KEY IS GREATER THAN OR EQUAL TO ANT-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-ANT
              END-START
              PERFORM UNTIL WS-EOF-ANT IS EQUAL TO 'Y'
                READ ARQ-ANOTACOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ANT
                  NOT AT END
                     IF ANT-CNPJ IS NOT EQUAL TO FRE-CNPJ THEN
                        MOVE 'Y' TO WS-EOF-ANT
                     ELSE
                        IF ANT-VALIDADE IS EQUAL TO ZERO OR
                           ANT-VALIDADE IS NOT LESS THAN
                           WS-DATA-HOJE THEN
                           PERFORM 0017-GRAVAR-UMA-ANOTACAO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.
           MOVE ']' TO REG-JSON.
           WRITE REG-JSON.

       0017-GRAVAR-UMA-ANOTACAO.
           IF WS-PRIMEIRO-ITEM IS EQUAL TO 'S' THEN
              MOVE 'N' TO WS-PRIMEIRO-ITEM
           ELSE
              MOVE ',' TO REG-JSON
              WRITE REG-JSON
           END-IF.
           MOVE SPACES TO REG-JSON.
           MOVE 1 TO WS-PONTEIRO-JSON.
           STRING '{"data": "' DELIMITED BY SIZE
                  ANT-DATA DELIMITED BY SIZE
                  '", "tipo": "' DELIMITED BY SIZE
             INTO REG-JSON
             WITH POINTER WS-PONTEIRO-JSON
           END-STRING.
           IF ANT-TIPO IS EQUAL TO 'D' THEN
              STRING 'DOCUMENTO' DELIMITED BY SIZE
                INTO REG-JSON
                WITH POINTER WS-PONTEIRO-JSON
              END-STRING
           ELSE
              STRING 'ANOTACAO' DELIMITED BY SIZE
                INTO REG-JSON
                WITH POINTER WS-PONTEIRO-JSON
              END-STRING
           END-IF.
           STRING '", "categoria": "' DELIMITED BY SIZE
             INTO REG-JSON
             WITH POINTER WS-PONTEIRO-JSON
           END-STRING.
           MOVE ANT-CATEGORIA TO WS-TEXTO-JSON.
           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE SPACES TO REG-JSON.
           MOVE '"texto": "' TO REG-JSON.
           MOVE 11 TO WS-PONTEIRO-JSON.
           MOVE ANT-TEXTO TO WS-TEXTO-JSON.
           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE SPACES TO REG-JSON.
           MOVE '"autor": "' TO REG-JSON.
           MOVE 11 TO WS-PONTEIRO-JSON.
           MOVE ANT-AUTOR TO WS-TEXTO-JSON.
           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE SPACES TO REG-JSON.
           MOVE '"documento_tipo": "' TO REG-JSON.
           MOVE 20 TO WS-PONTEIRO-JSON.
           MOVE ANT-DOC-TIPO TO WS-TEXTO-JSON.
           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE SPACES TO REG-JSON.
           MOVE '"documento_numero": "' TO REG-JSON.
           MOVE 22 TO WS-PONTEIRO-JSON.
           MOVE ANT-DOC-NUMERO TO WS-TEXTO-JSON.
           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE SPACES TO REG-JSON.
           MOVE '"documento_local": "' TO REG-JSON.
           MOVE 21 TO WS-PONTEIRO-JSON.
           MOVE ANT-DOC-LOCAL TO WS-TEXTO-JSON.
           PERFORM 0013-GRAVAR-CAMPO-TEXTO.
           MOVE SPACES TO REG-JSON.
           IF ANT-VALIDADE IS EQUAL TO ZERO THEN
              MOVE '"validade": null}' TO REG-JSON
           ELSE
              STRING '"validade": "' DELIMITED BY SIZE
                     ANT-VALIDADE DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                INTO REG-JSON
              END-STRING
           END-IF.
           WRITE REG-JSON.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                MOVE 'PRODUCAO' TO WS-AMBIENTE-DESC
           END-EVALUATE.
           DISPLAY 'AMBIENTE DE EXECUCAO: ' WS-AMBIENTE-DESC.
           MOVE SPACES TO WS-CAM-ANOTACOES-CNPJ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'anotacoes-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-ANOTACOES-CNPJ
           END-STRING.
           MOVE SPACES TO WS-CAM-CNAE2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cnae2.dat' DELIMITED BY SIZE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
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

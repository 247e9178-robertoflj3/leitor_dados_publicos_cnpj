      * NUMERICO), GRAVA CADA ALTERACAO NA TRILHA DE AUDITORIA COM A  *
      * IDENTIFICACAO DO LOTE E EMITE O RELATORIO DE APLICADOS E      *
      * RECUSADOS. O MODO PREVIA EXECUTA TUDO SEM GRAVAR NADA.        *
      * CADA ALTERACAO APLICADA ENTRA TAMBEM NA CAMADA DE CORRECOES   *
      * PERSISTENTES, REAPLICADA APOS CADA CARGA DA RFB.              *
      ****************************************************************

       ENVIRONMENT DIVISION.
                   ALTERNATE KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRE-SITUACAO-DATA WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-AUDITORIA ASSIGN TO
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-CORRECOES ASSIGN TO
                   WS-CAM-CORRECOES-PERSISTENTES
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS COR-CHAVE
                   STATUS ST-ARQUIVO-COR.

           SELECT ARQ-REPLICACAO-PEND ASSIGN TO
                   WS-CAM-REPLICACAO-PENDENTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RPL.

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
       FD ARQ-COMANDOS.
       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(250).

       FD ARQ-CORRECOES.
       COPY "FD-REG-CORRECAO.cpy".

       FD ARQ-REPLICACAO-PEND.
       01 REG-REPLICACAO-PEND         PIC X(080).

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
       01 WS-CAM-AUDITORIA-MANUTENCAO    PIC X(060) VALUE SPACES.
       01 WS-CAM-COMANDOS-MANUTENCAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-MASSA         PIC X(060) VALUE SPACES.
       01 WS-CAM-CORRECOES-PERSISTENTES  PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-PENDENTE     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-RPL              PIC XX.
       01 WS-RPL-ARQUIVO              PIC X(003) VALUE SPACES.
       01 WS-RPL-CHAVE                PIC X(014) VALUE SPACES.
       01 WS-RPL-ORIGEM               PIC X(020) VALUE SPACES.
       01 WS-RPL-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-RPL-HORA                 PIC 9(008) VALUE ZERO.

       01 ST-ARQUIVO-CMD              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-AUD              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 ST-ARQUIVO-COR              PIC XX.
       01 WS-COR-EXISTE               PIC X VALUE 'N'.
       01 WS-COR-DISPONIVEL           PIC X VALUE 'N'.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-MODO                     PIC X VALUE 'P'.
       01 WS-USUARIO-OPERADOR         PIC X(020) VALUE SPACES.
           END-IF.
           IF WS-MODO IS EQUAL TO 'A' THEN
              OPEN I-O ARQ-EMPRESAS
              OPEN I-O ARQ-CORRECOES
              IF ST-ARQUIVO-COR IS EQUAL TO '35' THEN
                 OPEN OUTPUT ARQ-CORRECOES
                 CLOSE ARQ-CORRECOES
                 OPEN I-O ARQ-CORRECOES
              END-IF
              IF ST-ARQUIVO-COR IS EQUAL TO '00' THEN
                 MOVE 'S' TO WS-COR-DISPONIVEL
              END-IF
           ELSE
              OPEN INPUT ARQ-EMPRESAS
           END-IF.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-COMANDOS.
           CLOSE ARQ-EMPRESAS.
           IF WS-COR-DISPONIVEL IS EQUAL TO 'S' THEN
              CLOSE ARQ-CORRECOES
           END-IF.
           DISPLAY 'COMANDOS LIDOS....: ' WS-CONT-LIDOS.
           DISPLAY 'COMANDOS APLICADOS: ' WS-CONT-APLICADOS.
           DISPLAY 'COMANDOS RECUSADOS: ' WS-CONT-RECUSADOS.
                        PERFORM 0007-RELATAR-RECUSA
                     NOT INVALID KEY
                        ADD 1 TO WS-CONT-APLICADOS
                        MOVE 'EMP' TO WS-RPL-ARQUIVO
                        MOVE FRE-CNPJ TO WS-RPL-CHAVE
                        MOVE 'MANUTENCAO-MASSA' TO WS-RPL-ORIGEM
                        PERFORM 9850-ENFILEIRAR-REPLICACAO
                        PERFORM 0006-GRAVAR-AUDITORIA-LOTE
                        IF WS-COR-DISPONIVEL IS EQUAL TO 'S' THEN
                           PERFORM 0010-GRAVAR-CORRECAO-LOTE
                        END-IF
                        PERFORM 0009-RELATAR-APLICADO
                   END-REWRITE
                ELSE
           END-STRING.
           WRITE REG-RELATORIO.

       0010-GRAVAR-CORRECAO-LOTE.
      *    O VALOR DE REFERENCIA DA RFB E O DA PRIMEIRA CORRECAO DO
      *    CAMPO; SO E RENOVADO QUANDO A CORRECAO ANTERIOR ESTAVA EM
      *    CONFLITO OU DESCARTADA (A BASE JA TRAZ O VALOR DA RFB).
           MOVE WS-CMD-CNPJ TO COR-CNPJ.
           MOVE WS-CMD-CAMPO TO COR-CAMPO.
           MOVE 'S' TO WS-COR-EXISTE.
           READ ARQ-CORRECOES
             INVALID KEY
                MOVE 'N' TO WS-COR-EXISTE
           END-READ.
           IF WS-COR-EXISTE IS EQUAL TO 'N' THEN
              INITIALIZE FD-REG-CORRECAO
              MOVE WS-CMD-CNPJ TO COR-CNPJ
              MOVE WS-CMD-CAMPO TO COR-CAMPO
              MOVE WS-VALOR-ANTES TO COR-VALOR-RFB
           ELSE
              IF COR-SITUACAO IS NOT EQUAL TO 'A' THEN
                 MOVE WS-VALOR-ANTES TO COR-VALOR-RFB
              END-IF
           END-IF.
           MOVE SPACES TO COR-VALOR-CORRIGIDO.
           EVALUATE WS-CMD-CAMPO
             WHEN 'FRE-LOGRADOURO'
                MOVE FRE-LOGRADOURO TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-NUMERO'
                MOVE FRE-NUMERO TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-COMPLEMENTO'
                MOVE FRE-COMPLEMENTO TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-BAIRRO'
                MOVE FRE-BAIRRO TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-CEP'
                MOVE FRE-CEP TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-UF'
                MOVE FRE-UF TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-DDD-1'
                MOVE FRE-DDD-1 TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-TELEFONE-1'
                MOVE FRE-TELEFONE-1 TO COR-VALOR-CORRIGIDO
             WHEN 'FRE-CORREIO-ELETRONICO'
                MOVE FRE-CORREIO-ELETRONICO TO COR-VALOR-CORRIGIDO
           END-EVALUATE.
           MOVE SPACES TO COR-VALOR-RFB-NOVO.
           MOVE 'A' TO COR-SITUACAO.
           MOVE 'LOTE' TO COR-ORIGEM.
           MOVE WS-ID-LOTE TO COR-REFERENCIA.
           MOVE WS-USUARIO-OPERADOR TO COR-USUARIO.
           MOVE SPACES TO COR-APROVADOR.
           MOVE WS-DATA-HOJE TO COR-DATA-CORRECAO.
           MOVE ZERO TO COR-DATA-DECISAO.
           IF WS-COR-EXISTE IS EQUAL TO 'S' THEN
              REWRITE FD-REG-CORRECAO
                INVALID KEY
                   CONTINUE
              END-REWRITE
           ELSE
              WRITE FD-REG-CORRECAO
                INVALID KEY
                   CONTINUE
              END-WRITE
           END-IF.

       0008-VALIDAR-DIGITO-CNPJ.
      *    MESMA VALIDACAO DE DIGITO DA TELA DE CONSULTA, INCLUSIVE
      *    PARA O CNPJ ALFANUMERICO (VALOR DA POSICAO = ASCII - 48).
              MOVE 'N' TO WS-CNPJ-VALIDO
           END-IF.

       9850-ENFILEIRAR-REPLICACAO.
      *    ANOTA A CHAVE ALTERADA NA FILA DA REPLICACAO PARA O SITE DE
      *    CONTINGENCIA (ARQUIVO;CHAVE;ORIGEM;DATA;HORA); O
      *    EMPACOTAR-REPLICACAO-CONTINGENCIA LEVA A IMAGEM CORRENTE.
           ACCEPT WS-RPL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RPL-HORA FROM TIME.
           OPEN EXTEND ARQ-REPLICACAO-PEND.
           IF ST-ARQUIVO-RPL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-REPLICACAO-PEND
           END-IF.
           MOVE SPACES TO REG-REPLICACAO-PEND.
           STRING WS-RPL-ARQUIVO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RPL-CHAVE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-RPL-ORIGEM DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-RPL-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RPL-HORA DELIMITED BY SIZE
             INTO REG-REPLICACAO-PEND
           END-STRING.
           WRITE REG-REPLICACAO-PEND.
           CLOSE ARQ-REPLICACAO-PEND.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'relatorio-manutencao-massa.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-MASSA
           END-STRING.
           MOVE SPACES TO WS-CAM-CORRECOES-PERSISTENTES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'correcoes-persistentes.dat' DELIMITED BY SIZE
             INTO WS-CAM-CORRECOES-PERSISTENTES
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-PENDENTE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-pendente.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-PENDENTE
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

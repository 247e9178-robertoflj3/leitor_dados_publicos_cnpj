       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-BENEFICIARIO-FINAL.

      ****************************************************************
      * BENEFICIARIO FINAL POS-CARGA (PLD). PARA CADA EMPRESA DE      *
      * EMPRESAS2.DAT SOBE PELO QUADRO DE SOCIOS EM SOCIOS2.DAT       *
      * (CHAVE FRS-CNPJ), ATRAVESSANDO OS SOCIOS PESSOA JURIDICA      *
      * (FRS-IDENTIFICADOR-SOCIO = 1) E MULTIPLICANDO O PERCENTUAL    *
      * DE CAPITAL DE CADA NIVEL ATE CHEGAR AS PESSOAS FISICAS. A     *
      * PARTICIPACAO EFETIVA DE CADA PESSOA FISICA E SOMADA POR       *
      * TODOS OS CAMINHOS DA CADEIA; QUEM ATINGE O PERCENTUAL MINIMO  *
      * (PARAMETRO PERC-BENEFICIARIO, PADRAO 25) E GRAVADO EM         *
      * BENEFICIARIO-FINAL.DAT, INDEXADO POR CNPJ + SEQUENCIA. UMA    *
      * EMPRESA QUE REAPARECE NO PROPRIO CAMINHO (PARTICIPACAO        *
      * CIRCULAR) NAO E EXPANDIDA DE NOVO. A TELA DE CONSULTA E A     *
      * FICHA IMPRESSA EXIBEM OS BENEFICIARIOS DO CNPJ. O CPF SEGUE   *
      * CIFRADO COMO EM SOCIOS2.DAT, COM O MIOLO EM CLARO E A VERSAO  *
      * DA CHAVE, PARA A TELA DECIFRAR OU MASCARAR.                   *
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
                   ALTERNATE KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

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
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-BENEFICIARIO ASSIGN TO
                   WS-CAM-BENEFICIARIO-FINAL
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS BEN-CHAVE
                   STATUS ST-ARQUIVO-BEN.

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

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-BENEFICIARIO.
       COPY "FD-REG-BENEFICIARIO.cpy".

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
       01 WS-CAM-BENEFICIARIO-FINAL      PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-BEN              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-PERC-MINIMO              PIC 9(003) VALUE 25.
       01 WS-NIVEL-MAXIMO             PIC 99 VALUE 10.
       01 WS-CNPJ-AVALIADO            PIC X(014) VALUE SPACES.

      *    NOS DA CADEIA DA EMPRESA AVALIADA: CADA NO E UMA EMPRESA
      *    ALCANCADA, COM O INDICE DO NO DE ORIGEM (PARA DETECTAR
      *    CICLO NO PROPRIO CAMINHO) E O FATOR ACUMULADO DE
      *    PARTICIPACAO ATE ELA (1 = 100%).
       01 WS-QTD-NOS                  PIC 9(003) VALUE ZERO.
       01 WS-TAB-NOS.
          05 WS-NO-OCR OCCURS 500 TIMES.
             10 WS-NO-CNPJ            PIC X(014).
             10 WS-NO-PAI             PIC 9(003).
             10 WS-NO-NIVEL           PIC 99.
             10 WS-NO-FATOR           PIC 9V9(010).
       01 WS-TOPO-PILHA               PIC 9(003) VALUE ZERO.
       01 WS-TAB-PILHA.
          05 WS-PILHA-NO OCCURS 200 TIMES PIC 9(003).
       01 WS-NO-ATUAL                 PIC 9(003) VALUE ZERO.
       01 WS-IDX-ANC                  PIC 9(003) VALUE ZERO.
       01 WS-EM-CICLO                 PIC X VALUE 'N'.
       01 WS-FATOR-SOCIO              PIC 9V9(010) VALUE ZERO.

      *    PESSOAS FISICAS ALCANCADAS, COM A SOMA DOS FATORES DE
      *    TODOS OS CAMINHOS, O MENOR NIVEL E A EMPRESA DO ELO.
       01 WS-QTD-BENEF                PIC 9(003) VALUE ZERO.
       01 WS-IDX-BENEF                PIC 9(003) VALUE ZERO.
       01 WS-BENEF-ACHADO             PIC X VALUE 'N'.
       01 WS-TAB-BENEF.
          05 WS-BF-OCR OCCURS 200 TIMES.
             10 WS-BF-CPF             PIC X(014).
             10 WS-BF-NOME            PIC X(150).
             10 WS-BF-FATOR           PIC 9(003)V9(010).
             10 WS-BF-NIVEL           PIC 99.
             10 WS-BF-ELO             PIC X(014).
             10 WS-BF-MIOLO           PIC 9(006).
             10 WS-BF-VERSAO          PIC 9(003).
       01 WS-PERC-CALCULADO           PIC 9(005)V99 VALUE ZERO.
       01 WS-SEQ-GRAVACAO             PIC 9(003) VALUE ZERO.

       01 WS-CONT-EMPRESAS            PIC 9(009) VALUE ZERO.
       01 WS-CONT-COM-BENEF           PIC 9(009) VALUE ZERO.
       01 WS-CONT-GRAVADOS            PIC 9(009) VALUE ZERO.
       01 WS-CONT-CICLOS              PIC 9(009) VALUE ZERO.
       01 WS-CONT-ESTOURO             PIC 9(009) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CALCULO DO BENEFICIARIO FINAL'.
           MOVE 'PERC-BENEFICIARIO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-PERC-MINIMO
           END-IF.
           MOVE 'NIVEL-BENEFICIARIO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:2) IS NUMERIC AND
              WS-PARAM-VALOR(1:2) IS NOT EQUAL TO '00' THEN
              MOVE WS-PARAM-VALOR(1:2) TO WS-NIVEL-MAXIMO
           END-IF.
           DISPLAY 'PERCENTUAL MINIMO DE BENEFICIARIO: '
              WS-PERC-MINIMO.
           DISPLAY 'LIMITE DE NIVEIS DA CADEIA........: '
              WS-NIVEL-MAXIMO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-SOC
                 ') - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-BENEFICIARIO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-CONT-EMPRESAS
                  MOVE FRE-CNPJ TO WS-CNPJ-AVALIADO
                  PERFORM 0002-PERCORRER-CADEIA
                  PERFORM 0006-GRAVAR-BENEFICIARIOS
             END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           CLOSE ARQ-BENEFICIARIO.
           DISPLAY 'EMPRESAS AVALIADAS..........: ' WS-CONT-EMPRESAS.
           DISPLAY 'EMPRESAS COM BENEFICIARIO...: ' WS-CONT-COM-BENEF.
           DISPLAY 'BENEFICIARIOS GRAVADOS......: ' WS-CONT-GRAVADOS.
           DISPLAY 'CICLOS DE PARTICIPACAO......: ' WS-CONT-CICLOS.
           IF WS-CONT-ESTOURO IS GREATER THAN ZERO THEN
              DISPLAY '*** ELOS IGNORADOS POR ESTOURO DAS TABELAS: '
                 WS-CONT-ESTOURO ' ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO CALCULO DO BENEFICIARIO FINAL.'.
           GOBACK.

       0002-PERCORRER-CADEIA.
           INITIALIZE WS-TAB-BENEF.
           MOVE ZERO TO WS-QTD-BENEF.
           MOVE 1 TO WS-QTD-NOS.
           MOVE WS-CNPJ-AVALIADO TO WS-NO-CNPJ(1).
           MOVE ZERO TO WS-NO-PAI(1).
           MOVE ZERO TO WS-NO-NIVEL(1).
           MOVE 1 TO WS-NO-FATOR(1).
           MOVE 1 TO WS-TOPO-PILHA.
           MOVE 1 TO WS-PILHA-NO(1).
           PERFORM UNTIL WS-TOPO-PILHA IS EQUAL TO ZERO
             MOVE WS-PILHA-NO(WS-TOPO-PILHA) TO WS-NO-ATUAL
             SUBTRACT 1 FROM WS-TOPO-PILHA
             PERFORM 0003-EXPANDIR-QUADRO
           END-PERFORM.

       0003-EXPANDIR-QUADRO.
           MOVE WS-NO-CNPJ(WS-NO-ATUAL) TO FRS-CNPJ.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ IS NOT EQUAL TO
                     WS-NO-CNPJ(WS-NO-ATUAL) THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     COMPUTE WS-FATOR-SOCIO =
                        WS-NO-FATOR(WS-NO-ATUAL) *
                        FRS-PERCENTUAL-CAPITAL / 10000
                     IF WS-FATOR-SOCIO IS GREATER THAN ZERO THEN
                        EVALUATE FRS-IDENTIFICADOR-SOCIO
                          WHEN 1
                             PERFORM 0004-EMPILHAR-SOCIO-PJ
                          WHEN 2
                             PERFORM 0005-ACUMULAR-SOCIO-PF
                          WHEN OTHER
                             CONTINUE
                        END-EVALUATE
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0004-EMPILHAR-SOCIO-PJ.
      *    A EMPRESA SOCIA SO E EXPANDIDA SE NAO ESTIVER NO CAMINHO
      *    QUE LEVOU ATE O NO ATUAL (PARTICIPACAO CIRCULAR) E SE O
      *    LIMITE DE NIVEIS AINDA PERMITIR.
           MOVE 'N' TO WS-EM-CICLO.
           MOVE WS-NO-ATUAL TO WS-IDX-ANC.
           PERFORM UNTIL WS-IDX-ANC IS EQUAL TO ZERO OR
                   WS-EM-CICLO IS EQUAL TO 'S'
             IF WS-NO-CNPJ(WS-IDX-ANC) IS EQUAL TO
                FRS-CPF-SOCIO THEN
                MOVE 'S' TO WS-EM-CICLO
             END-IF
             MOVE WS-NO-PAI(WS-IDX-ANC) TO WS-IDX-ANC
           END-PERFORM.
           IF WS-EM-CICLO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-CONT-CICLOS
           ELSE
              IF WS-NO-NIVEL(WS-NO-ATUAL) IS LESS THAN
                 WS-NIVEL-MAXIMO THEN
                 IF WS-QTD-NOS IS LESS THAN 500 AND
                    WS-TOPO-PILHA IS LESS THAN 200 THEN
                    ADD 1 TO WS-QTD-NOS
                    MOVE FRS-CPF-SOCIO TO WS-NO-CNPJ(WS-QTD-NOS)
                    MOVE WS-NO-ATUAL TO WS-NO-PAI(WS-QTD-NOS)
                    COMPUTE WS-NO-NIVEL(WS-QTD-NOS) =
                       WS-NO-NIVEL(WS-NO-ATUAL) + 1
                    MOVE WS-FATOR-SOCIO TO WS-NO-FATOR(WS-QTD-NOS)
                    ADD 1 TO WS-TOPO-PILHA
                    MOVE WS-QTD-NOS TO WS-PILHA-NO(WS-TOPO-PILHA)
                 ELSE
                    ADD 1 TO WS-CONT-ESTOURO
                 END-IF
              END-IF
           END-IF.

       0005-ACUMULAR-SOCIO-PF.
      *    A MESMA PESSOA (CPF + NOME) PODE CHEGAR POR MAIS DE UM
      *    CAMINHO; OS FATORES SE SOMAM E FICA O MENOR NIVEL.
           MOVE 'N' TO WS-BENEF-ACHADO.
           PERFORM VARYING WS-IDX-BENEF FROM 1 BY 1
             UNTIL WS-IDX-BENEF IS GREATER THAN WS-QTD-BENEF OR
                   WS-BENEF-ACHADO IS EQUAL TO 'S'
             IF WS-BF-CPF(WS-IDX-BENEF) IS EQUAL TO FRS-CPF-SOCIO AND
                WS-BF-NOME(WS-IDX-BENEF) IS EQUAL TO FRS-NOME-SOCIO
             THEN
                MOVE 'S' TO WS-BENEF-ACHADO
                ADD WS-FATOR-SOCIO TO WS-BF-FATOR(WS-IDX-BENEF)
                IF WS-NO-NIVEL(WS-NO-ATUAL) IS LESS THAN
                   WS-BF-NIVEL(WS-IDX-BENEF) THEN
                   MOVE WS-NO-NIVEL(WS-NO-ATUAL) TO
                     WS-BF-NIVEL(WS-IDX-BENEF)
                   MOVE WS-NO-CNPJ(WS-NO-ATUAL) TO
                     WS-BF-ELO(WS-IDX-BENEF)
                END-IF
             END-IF
           END-PERFORM.
           IF WS-BENEF-ACHADO IS EQUAL TO 'N' THEN
              IF WS-QTD-BENEF IS LESS THAN 200 THEN
                 ADD 1 TO WS-QTD-BENEF
                 MOVE FRS-CPF-SOCIO TO WS-BF-CPF(WS-QTD-BENEF)
                 MOVE FRS-NOME-SOCIO TO WS-BF-NOME(WS-QTD-BENEF)
                 MOVE FRS-CPF-MIOLO TO WS-BF-MIOLO(WS-QTD-BENEF)
                 MOVE FRS-VERSAO-CHAVE TO WS-BF-VERSAO(WS-QTD-BENEF)
                 MOVE WS-FATOR-SOCIO TO WS-BF-FATOR(WS-QTD-BENEF)
                 MOVE WS-NO-NIVEL(WS-NO-ATUAL) TO
                   WS-BF-NIVEL(WS-QTD-BENEF)
                 MOVE WS-NO-CNPJ(WS-NO-ATUAL) TO
                   WS-BF-ELO(WS-QTD-BENEF)
              ELSE
                 ADD 1 TO WS-CONT-ESTOURO
              END-IF
           END-IF.

       0006-GRAVAR-BENEFICIARIOS.
           MOVE ZERO TO WS-SEQ-GRAVACAO.
           PERFORM VARYING WS-IDX-BENEF FROM 1 BY 1
             UNTIL WS-IDX-BENEF IS GREATER THAN WS-QTD-BENEF
             COMPUTE WS-PERC-CALCULADO ROUNDED =
                WS-BF-FATOR(WS-IDX-BENEF) * 100
             IF WS-PERC-CALCULADO IS GREATER THAN 100 THEN
                MOVE 100 TO WS-PERC-CALCULADO
             END-IF
             IF WS-PERC-CALCULADO IS GREATER THAN OR EQUAL TO
                WS-PERC-MINIMO THEN
                ADD 1 TO WS-SEQ-GRAVACAO
                MOVE WS-CNPJ-AVALIADO TO BEN-CNPJ
                MOVE WS-SEQ-GRAVACAO TO BEN-SEQ
                MOVE WS-BF-CPF(WS-IDX-BENEF) TO BEN-CPF-SOCIO
                MOVE WS-BF-NOME(WS-IDX-BENEF) TO BEN-NOME-SOCIO
                MOVE WS-PERC-CALCULADO TO BEN-PERC-EFETIVO
                MOVE WS-BF-NIVEL(WS-IDX-BENEF) TO BEN-NIVEL
                MOVE WS-BF-ELO(WS-IDX-BENEF) TO BEN-CNPJ-ELO
                MOVE WS-BF-MIOLO(WS-IDX-BENEF) TO BEN-CPF-MIOLO
                MOVE WS-BF-VERSAO(WS-IDX-BENEF) TO BEN-VERSAO-CHAVE
                MOVE WS-DATA-HOJE TO BEN-DATA-CALCULO
                WRITE FD-REG-BENEFICIARIO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-GRAVADOS
                END-WRITE
             END-IF
           END-PERFORM.
           IF WS-SEQ-GRAVACAO IS GREATER THAN ZERO THEN
              ADD 1 TO WS-CONT-COM-BENEF
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
           MOVE SPACES TO WS-CAM-BENEFICIARIO-FINAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'beneficiario-final.dat' DELIMITED BY SIZE
             INTO WS-CAM-BENEFICIARIO-FINAL
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
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

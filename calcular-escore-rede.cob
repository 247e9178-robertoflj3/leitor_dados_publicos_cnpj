       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-ESCORE-REDE.

      ****************************************************************
      * ESCORE DE RISCO DE REDE. O ESCORE DO CALCULAR-ESCORE-RISCO    *
      * OLHA CADA CNPJ ISOLADO; AQUI O ESCORE DA EMPRESA E COMBINADO  *
      * COM O DAS EMPRESAS VIZINHAS DA MESMA REDE SOCIETARIA, ATE N   *
      * GRAUS (PARAMETRO ESCORE-REDE-GRAUS, PADRAO 2, MAXIMO 3). OS   *
      * VINCULOS SAO OS MESMOS DO IDENTIFICAR-REDES-SOCIETARIAS       *
      * (SOCIO = CPF-MIOLO + INICIO DA CHAVE FONETICA), ENTAO TODA    *
      * VIZINHA ESTA NA MESMA REDE. CADA GRAU E UMA EMPRESA LIGADA    *
      * POR UM SOCIO EM COMUM.                                        *
      * PESO DA VIZINHA = PESO DA DISTANCIA (100 NO 1O GRAU, 50 NO    *
      * 2O, 25 NO 3O) X FATOR DE PARTICIPACAO DE CADA ELO DO CAMINHO  *
      * (50% + METADE DO MAIOR PERCENTUAL DO SOCIO NAS DUAS PONTAS).  *
      * ESCORE DE REDE = MEDIA PONDERADA ENTRE O ESCORE PROPRIO (PESO *
      * ESCORE-REDE-PESO-PROPRIO, PADRAO 100) E OS DAS VIZINHAS.      *
      * FAIXAS IGUAIS AS DO ESCORE INDIVIDUAL (A >= 50, M 25 A 49,    *
      * B ATE 24). GRAVA ESCORE-REDE.DAT, INDEXADO POR CNPJ, LIDO     *
      * PELA FICHA DA EMPRESA E PELO RELATORIO-REDES-RISCO-ALTO.      *
      * RODA DEPOIS DO IDENTIFICAR-REDES-SOCIETARIAS E DO             *
      * CALCULAR-ESCORE-RISCO.                                        *
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
                   STATUS ST-ARQUIVO-SOC.

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

           SELECT ARQ-ESCORE-REDE ASSIGN TO WS-CAM-ESCORE-REDE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ERD-CNPJ
                   STATUS ST-ARQUIVO-ERD.

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
       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-REDE.
       COPY "FD-REG-REDE.cpy".

       FD ARQ-ESCORE.
       COPY "FD-REG-ESCORE.cpy".

       FD ARQ-ESCORE-REDE.
       COPY "FD-REG-ESCORE-REDE.cpy".

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
       01 WS-CAM-ESCORE-REDE             PIC X(060) VALUE SPACES.
       01 WS-CAM-ESCORE-RISCO            PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-REDE-SOCIETARIA         PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-RED              PIC XX.
       01 ST-ARQUIVO-ESC              PIC XX.
       01 ST-ARQUIVO-ERD              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-GRAUS                    PIC 9 VALUE 2.
       01 WS-PESO-PROPRIO             PIC 9(003) VALUE 100.

      *    EMPRESA AVALIADA
       01 WS-CNPJ-AVALIADO            PIC X(014) VALUE SPACES.
       01 WS-REDE-AVALIADA            PIC 9(006) VALUE ZERO.
       01 WS-ESCORE-PROPRIO           PIC 9(003) VALUE ZERO.
       01 WS-FAIXA-PROPRIA            PIC X VALUE SPACE.
       01 WS-SOMA-PESOS               PIC 9(009) VALUE ZERO.
       01 WS-SOMA-PONDERADA           PIC 9(012) VALUE ZERO.
       01 WS-PESO-VIZINHA             PIC 9(005) VALUE ZERO.
       01 WS-PESO-DISTANCIA           PIC 9(003) VALUE ZERO.
       01 WS-QTD-VIZINHAS             PIC 9(005) VALUE ZERO.
       01 WS-QTD-VIZINHAS-ALTO        PIC 9(005) VALUE ZERO.
       01 WS-ESCORE-REDE              PIC 9(003) VALUE ZERO.

      *    EMPRESAS ALCANCADAS A PARTIR DA AVALIADA (A TABELA E A FILA
      *    DA BUSCA EM LARGURA) E SOCIOS JA EXPANDIDOS.
       01 WS-LIMITE-EMPRESAS          PIC 9(004) VALUE 1000.
       01 WS-QTD-EMP                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-FILA                 PIC 9(004) VALUE ZERO.
       01 WS-IDX-EMP                  PIC 9(004) VALUE ZERO.
       01 WS-EMP-ACHADA               PIC X VALUE 'N'.
       01 WS-TAB-EMPRESAS.
          05 WS-EMP-OCR OCCURS 1000 TIMES.
             10 WS-EMP-CNPJ           PIC X(014).
             10 WS-EMP-GRAU           PIC 9.
             10 WS-EMP-FATOR          PIC 9(003).
       01 WS-LIMITE-SOCIOS            PIC 9(004) VALUE 1000.
       01 WS-QTD-SOC                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-SOC                  PIC 9(004) VALUE ZERO.
       01 WS-SOC-ACHADO               PIC X VALUE 'N'.
       01 WS-TAB-SOCIOS.
          05 WS-SOC-CHAVE             PIC X(026) OCCURS 1000 TIMES.
       01 WS-ESTOURO                  PIC X VALUE 'N'.

      *    QUADRO DA EMPRESA EM EXPANSAO, LIDO ANTES DE PERCORRER AS
      *    OUTRAS PARTICIPACOES DE CADA SOCIO.
       01 WS-QTD-QUADRO               PIC 999 VALUE ZERO.
       01 WS-IDX-QUADRO               PIC 999 VALUE ZERO.
       01 WS-TAB-QUADRO.
          05 WS-QUADRO-OCR OCCURS 200 TIMES.
             10 WS-QUADRO-CHAVE       PIC X(026).
             10 WS-QUADRO-PERC        PIC 9(005).
       01 WS-CNPJ-EXPANDIDO           PIC X(014) VALUE SPACES.
       01 WS-GRAU-EXPANDIDO           PIC 9 VALUE ZERO.
       01 WS-FATOR-EXPANDIDO          PIC 9(003) VALUE ZERO.
       01 WS-CHAVE-SOCIO              PIC X(026) VALUE SPACES.
       01 WS-MIOLO-BUSCA              PIC 9(006) VALUE ZERO.
       01 WS-PERC-MAIOR               PIC 9(005) VALUE ZERO.
       01 WS-FATOR-ELO                PIC 9(003) VALUE ZERO.

       01 WS-CONT-AVALIADAS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-SEM-ESCORE          PIC 9(007) VALUE ZERO.
       01 WS-CONT-GRAVADOS            PIC 9(007) VALUE ZERO.
       01 WS-CONT-ESTOURO             PIC 9(007) VALUE ZERO.
       01 WS-CONT-FAIXA-A             PIC 9(007) VALUE ZERO.
       01 WS-CONT-FAIXA-M             PIC 9(007) VALUE ZERO.
       01 WS-CONT-FAIXA-B             PIC 9(007) VALUE ZERO.
       01 WS-CONT-SUBIU-FAIXA         PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CALCULO DO ESCORE DE RISCO DE REDE'.
           MOVE 'ESCORE-REDE-GRAUS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:1) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:1) TO WS-GRAUS
           END-IF.
           IF WS-GRAUS IS EQUAL TO ZERO THEN
              MOVE 2 TO WS-GRAUS
           END-IF.
           IF WS-GRAUS IS GREATER THAN 3 THEN
              MOVE 3 TO WS-GRAUS
           END-IF.
           MOVE 'ESCORE-REDE-PESO-PROP' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-PESO-PROPRIO
           END-IF.
           IF WS-PESO-PROPRIO IS EQUAL TO ZERO THEN
              MOVE 100 TO WS-PESO-PROPRIO
           END-IF.
           DISPLAY 'GRAUS DE VIZINHANCA.........: ' WS-GRAUS.
           DISPLAY 'PESO DO ESCORE PROPRIO......: ' WS-PESO-PROPRIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-REDE.
           OPEN INPUT ARQ-ESCORE.
           IF ST-ARQUIVO-SOC IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-RED IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-ESC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR A BASE (STATUS '
                 ST-ARQUIVO-SOC '/' ST-ARQUIVO-RED '/'
                 ST-ARQUIVO-ESC ') - PASSO ABORTADO ***'
              DISPLAY '*** RODAR ANTES O IDENTIFICAR-REDES-SOCIETARIAS'
                 ' E O CALCULAR-ESCORE-RISCO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-ESCORE-REDE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-REDE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  PERFORM 0002-AVALIAR-EMPRESA
             END-READ
           END-PERFORM.
           CLOSE ARQ-SOCIOS.
           CLOSE ARQ-REDE.
           CLOSE ARQ-ESCORE.
           CLOSE ARQ-ESCORE-REDE.
           DISPLAY 'EMPRESAS EM REDE AVALIADAS..: ' WS-CONT-AVALIADAS.
           DISPLAY 'SEM ESCORE INDIVIDUAL.......: ' WS-CONT-SEM-ESCORE.
           DISPLAY 'ESCORES DE REDE GRAVADOS....: ' WS-CONT-GRAVADOS.
           DISPLAY 'FAIXA A (ALTO, 50 OU MAIS).: ' WS-CONT-FAIXA-A.
           DISPLAY 'FAIXA M (MEDIO, 25 A 49)...: ' WS-CONT-FAIXA-M.
           DISPLAY 'FAIXA B (BAIXO, ATE 24)....: ' WS-CONT-FAIXA-B.
           DISPLAY 'SUBIRAM DE FAIXA PELA REDE..: '
              WS-CONT-SUBIU-FAIXA.
           IF WS-CONT-ESTOURO IS GREATER THAN ZERO THEN
              DISPLAY '*** EMPRESAS COM VIZINHANCA TRUNCADA POR '
                 'ESTOURO DE TABELA: ' WS-CONT-ESTOURO ' ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO CALCULO DO ESCORE DE REDE.'.
           GOBACK.

       0002-AVALIAR-EMPRESA.
           ADD 1 TO WS-CONT-AVALIADAS.
           MOVE RSC-CNPJ TO WS-CNPJ-AVALIADO.
           MOVE RSC-NUM-REDE TO WS-REDE-AVALIADA.
           MOVE WS-CNPJ-AVALIADO TO ERC-CNPJ.
           READ ARQ-ESCORE
             INVALID KEY
                ADD 1 TO WS-CONT-SEM-ESCORE
             NOT INVALID KEY
                MOVE ERC-ESCORE TO WS-ESCORE-PROPRIO
                MOVE ERC-FAIXA TO WS-FAIXA-PROPRIA
                PERFORM 0003-PERCORRER-VIZINHANCA
                PERFORM 0006-PONDERAR-VIZINHAS
                PERFORM 0007-GRAVAR-ESCORE-REDE
           END-READ.

       0003-PERCORRER-VIZINHANCA.
      *    A EMPRESA AVALIADA E O GRAU ZERO, COM FATOR 100%. CADA
      *    EMPRESA E EXPANDIDA UMA VEZ, NA ORDEM EM QUE FOI ALCANCADA.
           MOVE 'N' TO WS-ESTOURO.
           MOVE 1 TO WS-QTD-EMP.
           MOVE WS-CNPJ-AVALIADO TO WS-EMP-CNPJ(1).
           MOVE ZERO TO WS-EMP-GRAU(1).
           MOVE 100 TO WS-EMP-FATOR(1).
           MOVE ZERO TO WS-QTD-SOC.
           MOVE 1 TO WS-IDX-FILA.
           PERFORM UNTIL WS-IDX-FILA IS GREATER THAN WS-QTD-EMP
             IF WS-EMP-GRAU(WS-IDX-FILA) IS LESS THAN WS-GRAUS THEN
                MOVE WS-EMP-CNPJ(WS-IDX-FILA) TO WS-CNPJ-EXPANDIDO
                MOVE WS-EMP-GRAU(WS-IDX-FILA) TO WS-GRAU-EXPANDIDO
                MOVE WS-EMP-FATOR(WS-IDX-FILA) TO WS-FATOR-EXPANDIDO
                PERFORM 0004-EXPANDIR-EMPRESA
             END-IF
             ADD 1 TO WS-IDX-FILA
           END-PERFORM.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-CONT-ESTOURO
           END-IF.

       0004-EXPANDIR-EMPRESA.
      *    PRIMEIRO GUARDA O QUADRO DA EMPRESA; DEPOIS, PARA CADA
      *    SOCIO AINDA NAO EXPANDIDO, PERCORRE AS OUTRAS EMPRESAS EM
      *    QUE ELE PARTICIPA (PELO CPF-MIOLO).
           MOVE ZERO TO WS-QTD-QUADRO.
           MOVE WS-CNPJ-EXPANDIDO TO FRS-CNPJ.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ IS NOT EQUAL TO WS-CNPJ-EXPANDIDO THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF WS-QTD-QUADRO IS LESS THAN 200 THEN
                        ADD 1 TO WS-QTD-QUADRO
                        MOVE SPACES TO WS-QUADRO-CHAVE(WS-QTD-QUADRO)
                        MOVE FRS-CPF-MIOLO TO
                          WS-QUADRO-CHAVE(WS-QTD-QUADRO)(1:6)
                        MOVE FRS-NOME-FONETICO(1:20) TO
                          WS-QUADRO-CHAVE(WS-QTD-QUADRO)(7:20)
                        MOVE FRS-PERCENTUAL-CAPITAL TO
                          WS-QUADRO-PERC(WS-QTD-QUADRO)
                     ELSE
                        MOVE 'S' TO WS-ESTOURO
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           PERFORM VARYING WS-IDX-QUADRO FROM 1 BY 1
             UNTIL WS-IDX-QUADRO IS GREATER THAN WS-QTD-QUADRO
             MOVE WS-QUADRO-CHAVE(WS-IDX-QUADRO) TO WS-CHAVE-SOCIO
             MOVE 'N' TO WS-SOC-ACHADO
             PERFORM VARYING WS-IDX-SOC FROM 1 BY 1
               UNTIL WS-IDX-SOC IS GREATER THAN WS-QTD-SOC OR
                     WS-SOC-ACHADO IS EQUAL TO 'S'
               IF WS-SOC-CHAVE(WS-IDX-SOC) IS EQUAL TO WS-CHAVE-SOCIO
               THEN
                  MOVE 'S' TO WS-SOC-ACHADO
               END-IF
             END-PERFORM
             IF WS-SOC-ACHADO IS EQUAL TO 'N' THEN
                IF WS-QTD-SOC IS LESS THAN WS-LIMITE-SOCIOS THEN
                   ADD 1 TO WS-QTD-SOC
                   MOVE WS-CHAVE-SOCIO TO WS-SOC-CHAVE(WS-QTD-SOC)
                   PERFORM 0005-EMPRESAS-DO-SOCIO
                ELSE
                   MOVE 'S' TO WS-ESTOURO
                END-IF
             END-IF
           END-PERFORM.

       0005-EMPRESAS-DO-SOCIO.
           MOVE WS-CHAVE-SOCIO(1:6) TO WS-MIOLO-BUSCA.
           MOVE WS-MIOLO-BUSCA TO FRS-CPF-MIOLO.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-MIOLO
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CPF-MIOLO IS NOT EQUAL TO WS-MIOLO-BUSCA THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-NOME-FONETICO(1:20) IS EQUAL TO
                        WS-CHAVE-SOCIO(7:20) THEN
                        PERFORM 0008-INCLUIR-VIZINHA
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0008-INCLUIR-VIZINHA.
      *    FATOR DO ELO: 50% + METADE DO MAIOR PERCENTUAL DO SOCIO NAS
      *    DUAS EMPRESAS (PERCENTUAL COM DUAS CASAS: 10000 = 100%).
           MOVE 'N' TO WS-EMP-ACHADA.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
             UNTIL WS-IDX-EMP IS GREATER THAN WS-QTD-EMP OR
                   WS-EMP-ACHADA IS EQUAL TO 'S'
             IF WS-EMP-CNPJ(WS-IDX-EMP) IS EQUAL TO FRS-CNPJ THEN
                MOVE 'S' TO WS-EMP-ACHADA
             END-IF
           END-PERFORM.
           IF WS-EMP-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-EMP IS NOT LESS THAN WS-LIMITE-EMPRESAS THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 MOVE FRS-PERCENTUAL-CAPITAL TO WS-PERC-MAIOR
                 IF WS-QUADRO-PERC(WS-IDX-QUADRO) IS GREATER THAN
                    WS-PERC-MAIOR THEN
                    MOVE WS-QUADRO-PERC(WS-IDX-QUADRO) TO WS-PERC-MAIOR
                 END-IF
                 IF WS-PERC-MAIOR IS GREATER THAN 10000 THEN
                    MOVE 10000 TO WS-PERC-MAIOR
                 END-IF
                 COMPUTE WS-FATOR-ELO = 50 + WS-PERC-MAIOR / 200
                 ADD 1 TO WS-QTD-EMP
                 MOVE FRS-CNPJ TO WS-EMP-CNPJ(WS-QTD-EMP)
                 COMPUTE WS-EMP-GRAU(WS-QTD-EMP) =
                   WS-GRAU-EXPANDIDO + 1
                 COMPUTE WS-EMP-FATOR(WS-QTD-EMP) ROUNDED =
                   WS-FATOR-EXPANDIDO * WS-FATOR-ELO / 100
              END-IF
           END-IF.

       0006-PONDERAR-VIZINHAS.
           MOVE ZERO TO WS-QTD-VIZINHAS WS-QTD-VIZINHAS-ALTO.
           COMPUTE WS-SOMA-PESOS = WS-PESO-PROPRIO.
           COMPUTE WS-SOMA-PONDERADA =
             WS-PESO-PROPRIO * WS-ESCORE-PROPRIO.
           PERFORM VARYING WS-IDX-EMP FROM 2 BY 1
             UNTIL WS-IDX-EMP IS GREATER THAN WS-QTD-EMP
             MOVE WS-EMP-CNPJ(WS-IDX-EMP) TO ERC-CNPJ
             READ ARQ-ESCORE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-VIZINHAS
                  IF ERC-FAIXA IS EQUAL TO 'A' THEN
                     ADD 1 TO WS-QTD-VIZINHAS-ALTO
                  END-IF
                  EVALUATE WS-EMP-GRAU(WS-IDX-EMP)
                    WHEN 1
                       MOVE 100 TO WS-PESO-DISTANCIA
                    WHEN 2
                       MOVE 50 TO WS-PESO-DISTANCIA
                    WHEN OTHER
                       MOVE 25 TO WS-PESO-DISTANCIA
                  END-EVALUATE
                  COMPUTE WS-PESO-VIZINHA ROUNDED =
                    WS-PESO-DISTANCIA * WS-EMP-FATOR(WS-IDX-EMP) / 100
                  ADD WS-PESO-VIZINHA TO WS-SOMA-PESOS
                  COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                    WS-PESO-VIZINHA * ERC-ESCORE
             END-READ
           END-PERFORM.
           COMPUTE WS-ESCORE-REDE ROUNDED =
             WS-SOMA-PONDERADA / WS-SOMA-PESOS.
           IF WS-ESCORE-REDE IS GREATER THAN 100 THEN
              MOVE 100 TO WS-ESCORE-REDE
           END-IF.

       0007-GRAVAR-ESCORE-REDE.
           MOVE WS-CNPJ-AVALIADO TO ERD-CNPJ.
           MOVE WS-REDE-AVALIADA TO ERD-NUM-REDE.
           MOVE WS-ESCORE-REDE TO ERD-ESCORE-REDE.
           IF WS-ESCORE-REDE IS GREATER THAN OR EQUAL TO 50 THEN
              MOVE 'A' TO ERD-FAIXA-REDE
              ADD 1 TO WS-CONT-FAIXA-A
           ELSE
              IF WS-ESCORE-REDE IS GREATER THAN OR EQUAL TO 25 THEN
                 MOVE 'M' TO ERD-FAIXA-REDE
                 ADD 1 TO WS-CONT-FAIXA-M
              ELSE
                 MOVE 'B' TO ERD-FAIXA-REDE
                 ADD 1 TO WS-CONT-FAIXA-B
              END-IF
           END-IF.
           IF (ERD-FAIXA-REDE IS EQUAL TO 'A' AND
               WS-FAIXA-PROPRIA IS NOT EQUAL TO 'A') OR
              (ERD-FAIXA-REDE IS EQUAL TO 'M' AND
               WS-FAIXA-PROPRIA IS EQUAL TO 'B') THEN
              ADD 1 TO WS-CONT-SUBIU-FAIXA
           END-IF.
           MOVE WS-ESCORE-PROPRIO TO ERD-ESCORE-PROPRIO.
           MOVE WS-FAIXA-PROPRIA TO ERD-FAIXA-PROPRIA.
           MOVE WS-QTD-VIZINHAS TO ERD-QTD-VIZINHAS.
           MOVE WS-QTD-VIZINHAS-ALTO TO ERD-QTD-VIZINHAS-ALTO.
           MOVE WS-DATA-HOJE TO ERD-DATA-CALCULO.
           WRITE FD-REG-ESCORE-REDE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-CONT-GRAVADOS
           END-WRITE.

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
           MOVE SPACES TO WS-CAM-ESCORE-REDE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-rede.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-REDE
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCORE-RISCO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-risco.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-RISCO
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-REDE-SOCIETARIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'rede-societaria.dat' DELIMITED BY SIZE
             INTO WS-CAM-REDE-SOCIETARIA
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-ELOS-TRIBUTACAO-FAVORECIDA.

      ****************************************************************
      * EMPRESAS BRASILEIRAS COM ELO, DIRETO OU INDIRETO, EM PAIS DE  *
      * TRIBUTACAO FAVORECIDA OU COM REGIME FISCAL PRIVILEGIADO.      *
      * A MARCACAO FICA NA TABELASRFB/PAIS, DEPOIS DA DESCRICAO:      *
      * POSICAO 64 = F (TRIBUTACAO FAVORECIDA) OU P (REGIME FISCAL    *
      * PRIVILEGIADO) E POSICOES 65-72 = DATA DE VIGENCIA DA          *
      * INCLUSAO (AAAAMMDD); MARCACAO COM VIGENCIA FUTURA E IGNORADA. *
      * OS ELOS NO EXTERIOR SAO:                                      *
      *   - SOCIO COM FRS-CODIGO-PAIS MARCADO (A EMPRESA DELE E O     *
      *     PRIMEIRO NIVEL);                                          *
      *   - EMPRESA DE EMPRESAS2.DAT DOMICILIADA EM PAIS MARCADO      *
      *     (FRE-CO-PAIS + FRE-NM-CIDADE-EXTERIOR), QUE ALCANCA AS    *
      *     EMPRESAS DAS QUAIS E SOCIA PJ.                            *
      * A PARTIR DE CADA ELO O PROGRAMA DESCE PELA CADEIA PJ (SOCIO   *
      * PJ COM O CNPJ EM FRS-CPF-SOCIO, MESMO CRITERIO DO             *
      * ARVORE-PARTICIPACOES-PJ) ATE O LIMITE DE NIVEIS E LISTA CADA  *
      * EMPRESA BRASILEIRA ALCANCADA COM A CADEIA COMPLETA ATE O ELO  *
      * NO EXTERIOR E O PERCENTUAL DE CADA PARTICIPACAO. EMPRESA      *
      * ALCANCADA POR MAIS DE UM ELO SAI UMA VEZ PARA CADA ELO.       *
      ****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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
                   ALTERNATE RECORD KEY IS
                     FRS-NOME-SOCIO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CNPJ WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CPF-SOCIO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-CPF-MIOLO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     FRS-NOME-FONETICO WITH DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-TABELA-PAIS ASSIGN TO "TABELASRFB/PAIS"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-PAI.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-ELOS-FAVOR
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

       FD ARQ-TABELA-PAIS.
       01 REG-TABELA-PAIS.
           03 PAI-CODIGO              PIC X(003).
           03 PAI-DESCRICAO           PIC X(060).
           03 PAI-MARCA-FISCAL        PIC X.
           03 PAI-DATA-VIGENCIA       PIC X(008).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(400).

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
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-ELOS-FAVOR    PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-PAI              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-NIVEL-MAXIMO             PIC 99 VALUE 5.
       01 WS-NIVEL-MAXIMO-IN          PIC 99 VALUE ZERO.

      *    PAISES MARCADOS E VIGENTES NA DATA DE HOJE
       01 WS-QTD-PAISES               PIC 999 VALUE ZERO.
       01 WS-IDX-PAIS                 PIC 999 VALUE ZERO.
       01 WS-PAIS-PROCURADO           PIC X(003) VALUE SPACES.
       01 WS-PAIS-ACHADO              PIC 999 VALUE ZERO.
       01 WS-TAB-PAISES.
          05 WS-PAIS-OCR OCCURS 300 TIMES.
             10 WS-PAIS-CODIGO        PIC X(003).
             10 WS-PAIS-DESCRICAO     PIC X(040).
             10 WS-PAIS-MARCA         PIC X.
             10 WS-PAIS-VIGENCIA      PIC 9(008).
             10 WS-PAIS-QTD-DIRETAS   PIC 9(005).
             10 WS-PAIS-QTD-INDIRETAS PIC 9(005).

      *    ELOS NO EXTERIOR: S = SOCIO DOMICILIADO EM PAIS MARCADO,
      *    E = EMPRESA DOMICILIADA EM PAIS MARCADO.
       01 WS-LIMITE-ELOS              PIC 9(004) VALUE 3000.
       01 WS-QTD-ELOS                 PIC 9(004) VALUE ZERO.
       01 WS-IDX-ELO                  PIC 9(004) VALUE ZERO.
       01 WS-TAB-ELOS.
          05 WS-ELO-OCR OCCURS 3000 TIMES.
             10 WS-ELO-TIPO           PIC X.
             10 WS-ELO-CNPJ           PIC X(014).
             10 WS-ELO-NOME           PIC X(060).
             10 WS-ELO-CIDADE         PIC X(030).
             10 WS-ELO-IDX-PAIS       PIC 999.
             10 WS-ELO-PERC           PIC 9(005).

      *    EMPRESAS ALCANCADAS A PARTIR DO ELO CORRENTE; O INDICE DO
      *    PAI PERMITE REMONTAR A CADEIA ATE O ELO.
       01 WS-LIMITE-NOS               PIC 9(004) VALUE 1000.
       01 WS-QTD-NOS                  PIC 9(004) VALUE ZERO.
       01 WS-IDX-FILA                 PIC 9(004) VALUE ZERO.
       01 WS-IDX-NO                   PIC 9(004) VALUE ZERO.
       01 WS-IDX-CADEIA               PIC 9(004) VALUE ZERO.
       01 WS-NO-ACHADO                PIC X VALUE 'N'.
       01 WS-TAB-NOS.
          05 WS-NO-OCR OCCURS 1000 TIMES.
             10 WS-NO-CNPJ            PIC X(014).
             10 WS-NO-NIVEL           PIC 99.
             10 WS-NO-PAI             PIC 9(004).
             10 WS-NO-PERC            PIC 9(005).
       01 WS-CNPJ-EXPANDIDO           PIC X(014) VALUE SPACES.
       01 WS-ESTOURO                  PIC X VALUE 'N'.

       01 WS-LINHA-CADEIA             PIC X(300) VALUE SPACES.
       01 WS-PONTEIRO-CADEIA          PIC 999 VALUE 1.
       01 WS-PERC-V99                 PIC 9(003)V99 VALUE ZERO.
       01 WS-PERC-ED                  PIC ZZ9,99.
       01 WS-NIVEL-ED                 PIC Z9.
       01 WS-TIPO-ELO-ED              PIC X(008) VALUE SPACES.
       01 WS-DESCRICAO-MARCA          PIC X(026) VALUE SPACES.
       01 WS-VIGENCIA-ED              PIC X(010) VALUE SPACES.
       01 WS-RAZAO-ALCANCADA          PIC X(060) VALUE SPACES.
       01 WS-UF-ALCANCADA             PIC XX VALUE SPACES.
       01 WS-EMPRESA-NO-EXTERIOR      PIC X VALUE 'N'.

       01 WS-CONT-ELOS-SOCIO          PIC 9(007) VALUE ZERO.
       01 WS-CONT-ELOS-EMPRESA        PIC 9(007) VALUE ZERO.
       01 WS-CONT-DIRETAS             PIC 9(007) VALUE ZERO.
       01 WS-CONT-INDIRETAS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-ESTOURO             PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'ELOS SOCIETARIOS EM JURISDICAO DE TRIBUTACAO '
              'FAVORECIDA'.
           DISPLAY 'LIMITE DE NIVEIS NA CADEIA PJ (BRANCO = '
              WS-NIVEL-MAXIMO ', MAXIMO 10): '.
           MOVE ZEROES TO WS-NIVEL-MAXIMO-IN.
           ACCEPT WS-NIVEL-MAXIMO-IN.
           IF WS-NIVEL-MAXIMO-IN IS GREATER THAN ZERO THEN
              MOVE WS-NIVEL-MAXIMO-IN TO WS-NIVEL-MAXIMO
           END-IF.
           IF WS-NIVEL-MAXIMO IS GREATER THAN 10 THEN
              MOVE 10 TO WS-NIVEL-MAXIMO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-CARREGAR-TABELA-PAIS.
           IF WS-QTD-PAISES IS EQUAL TO ZERO THEN
              DISPLAY '*** NENHUM PAIS MARCADO E VIGENTE EM '
                 'TABELASRFB/PAIS - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'PAISES MARCADOS E VIGENTES..: ' WS-QTD-PAISES.
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
           PERFORM 0003-COLHER-SOCIOS-EXTERIOR.
           PERFORM 0004-COLHER-EMPRESAS-EXTERIOR.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE 'EMPRESAS COM ELO EM JURISDICAO DE TRIBUTACAO '
             TO REG-RELATORIO.
           MOVE 'FAVORECIDA OU REGIME FISCAL PRIVILEGIADO' TO
             REG-RELATORIO(46:40).
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'LIMITE DE NIVEIS NA CADEIA PJ: ' DELIMITED BY SIZE
                  WS-NIVEL-MAXIMO DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'TIPO;NIVEL;CNPJ;RAZAO SOCIAL;UF;PAIS DO ELO;'
             TO REG-RELATORIO.
           MOVE 'CLASSIFICACAO;VIGENCIA' TO REG-RELATORIO(45:22).
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-ELO FROM 1 BY 1
             UNTIL WS-IDX-ELO IS GREATER THAN WS-QTD-ELOS
             PERFORM 0005-PERCORRER-CADEIA
             PERFORM 0007-LISTAR-ALCANCADAS
           END-PERFORM.
           PERFORM 0010-EMITIR-RESUMO-PAISES.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'SOCIOS EM PAIS MARCADO......: ' WS-CONT-ELOS-SOCIO.
           DISPLAY 'EMPRESAS EM PAIS MARCADO....: '
              WS-CONT-ELOS-EMPRESA.
           DISPLAY 'EMPRESAS COM ELO DIRETO.....: ' WS-CONT-DIRETAS.
           DISPLAY 'EMPRESAS COM ELO INDIRETO...: ' WS-CONT-INDIRETAS.
           IF WS-CONT-ESTOURO IS GREATER THAN ZERO OR
              WS-QTD-ELOS IS NOT LESS THAN WS-LIMITE-ELOS THEN
              DISPLAY '*** CADEIAS TRUNCADAS POR ESTOURO DE TABELA: '
                 WS-CONT-ESTOURO ' ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO RELATORIO DE ELOS EM TRIBUTACAO FAVORECIDA.'.
           GOBACK.

       0002-CARREGAR-TABELA-PAIS.
           OPEN INPUT ARQ-TABELA-PAIS.
           IF ST-ARQUIVO-PAI IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-TABELA-PAIS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF (PAI-MARCA-FISCAL IS EQUAL TO 'F' OR
                         PAI-MARCA-FISCAL IS EQUAL TO 'P') AND
                        PAI-DATA-VIGENCIA IS NUMERIC AND
                        PAI-DATA-VIGENCIA IS NOT GREATER THAN
                        WS-DATA-HOJE AND
                        WS-QTD-PAISES IS LESS THAN 300 THEN
                        ADD 1 TO WS-QTD-PAISES
                        MOVE PAI-CODIGO TO
                          WS-PAIS-CODIGO(WS-QTD-PAISES)
                        MOVE PAI-DESCRICAO TO
                          WS-PAIS-DESCRICAO(WS-QTD-PAISES)
                        MOVE PAI-MARCA-FISCAL TO
                          WS-PAIS-MARCA(WS-QTD-PAISES)
                        MOVE PAI-DATA-VIGENCIA TO
                          WS-PAIS-VIGENCIA(WS-QTD-PAISES)
                        MOVE ZERO TO
                          WS-PAIS-QTD-DIRETAS(WS-QTD-PAISES)
                          WS-PAIS-QTD-INDIRETAS(WS-QTD-PAISES)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-TABELA-PAIS
           END-IF.

       0008-LOCALIZAR-PAIS.
           MOVE ZERO TO WS-PAIS-ACHADO.
           PERFORM VARYING WS-IDX-PAIS FROM 1 BY 1
             UNTIL WS-IDX-PAIS IS GREATER THAN WS-QTD-PAISES OR
                   WS-PAIS-ACHADO IS GREATER THAN ZERO
             IF WS-PAIS-CODIGO(WS-IDX-PAIS) IS EQUAL TO
                WS-PAIS-PROCURADO THEN
                MOVE WS-IDX-PAIS TO WS-PAIS-ACHADO
             END-IF
           END-PERFORM.

       0003-COLHER-SOCIOS-EXTERIOR.
      *    SOCIO (PF, PJ OU ESTRANGEIRO) DOMICILIADO EM PAIS MARCADO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF FRS-CODIGO-PAIS IS NOT EQUAL TO SPACES THEN
                     MOVE FRS-CODIGO-PAIS TO WS-PAIS-PROCURADO
                     PERFORM 0008-LOCALIZAR-PAIS
                     IF WS-PAIS-ACHADO IS GREATER THAN ZERO AND
                        WS-QTD-ELOS IS LESS THAN WS-LIMITE-ELOS THEN
                        ADD 1 TO WS-CONT-ELOS-SOCIO
                        ADD 1 TO WS-QTD-ELOS
                        MOVE 'S' TO WS-ELO-TIPO(WS-QTD-ELOS)
                        MOVE FRS-CNPJ TO WS-ELO-CNPJ(WS-QTD-ELOS)
                        MOVE FRS-NOME-SOCIO TO
                          WS-ELO-NOME(WS-QTD-ELOS)
                        MOVE SPACES TO WS-ELO-CIDADE(WS-QTD-ELOS)
                        MOVE WS-PAIS-ACHADO TO
                          WS-ELO-IDX-PAIS(WS-QTD-ELOS)
                        MOVE FRS-PERCENTUAL-CAPITAL TO
                          WS-ELO-PERC(WS-QTD-ELOS)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0004-COLHER-EMPRESAS-EXTERIOR.
      *    EMPRESA COM CNPJ DOMICILIADA EM PAIS MARCADO; ELA PROPRIA
      *    NAO SAI NO RELATORIO, MAS AS EMPRESAS DAS QUAIS E SOCIA SIM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF FRE-NM-CIDADE-EXTERIOR IS NOT EQUAL TO SPACES
                  THEN
                     MOVE FRE-CO-PAIS TO WS-PAIS-PROCURADO
                     PERFORM 0008-LOCALIZAR-PAIS
                     IF WS-PAIS-ACHADO IS GREATER THAN ZERO AND
                        WS-QTD-ELOS IS LESS THAN WS-LIMITE-ELOS THEN
                        ADD 1 TO WS-CONT-ELOS-EMPRESA
                        ADD 1 TO WS-QTD-ELOS
                        MOVE 'E' TO WS-ELO-TIPO(WS-QTD-ELOS)
                        MOVE FRE-CNPJ TO WS-ELO-CNPJ(WS-QTD-ELOS)
                        MOVE FRE-RAZAO-SOCIAL TO
                          WS-ELO-NOME(WS-QTD-ELOS)
                        MOVE FRE-NM-CIDADE-EXTERIOR TO
                          WS-ELO-CIDADE(WS-QTD-ELOS)
                        MOVE WS-PAIS-ACHADO TO
                          WS-ELO-IDX-PAIS(WS-QTD-ELOS)
                        MOVE ZERO TO WS-ELO-PERC(WS-QTD-ELOS)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0005-PERCORRER-CADEIA.
      *    A RAIZ E A EMPRESA DO SOCIO NO EXTERIOR (NIVEL 1) OU A
      *    PROPRIA EMPRESA NO EXTERIOR (NIVEL 0). DESCE PELAS EMPRESAS
      *    DAS QUAIS CADA UMA E SOCIA PJ, EM LARGURA, PARA A CADEIA
      *    LISTADA SER A MAIS CURTA.
           MOVE 'N' TO WS-ESTOURO.
           MOVE 1 TO WS-QTD-NOS.
           MOVE WS-ELO-CNPJ(WS-IDX-ELO) TO WS-NO-CNPJ(1).
           MOVE ZERO TO WS-NO-PAI(1).
           MOVE WS-ELO-PERC(WS-IDX-ELO) TO WS-NO-PERC(1).
           IF WS-ELO-TIPO(WS-IDX-ELO) IS EQUAL TO 'S' THEN
              MOVE 1 TO WS-NO-NIVEL(1)
           ELSE
              MOVE ZERO TO WS-NO-NIVEL(1)
           END-IF.
           MOVE 1 TO WS-IDX-FILA.
           PERFORM UNTIL WS-IDX-FILA IS GREATER THAN WS-QTD-NOS
             IF WS-NO-NIVEL(WS-IDX-FILA) IS LESS THAN WS-NIVEL-MAXIMO
             THEN
                PERFORM 0006-EXPANDIR-PARTICIPADAS
             END-IF
             ADD 1 TO WS-IDX-FILA
           END-PERFORM.
           IF WS-ESTOURO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-CONT-ESTOURO
           END-IF.

       0006-EXPANDIR-PARTICIPADAS.
           MOVE WS-NO-CNPJ(WS-IDX-FILA) TO WS-CNPJ-EXPANDIDO.
           MOVE WS-CNPJ-EXPANDIDO TO FRS-CPF-SOCIO.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CPF-SOCIO IS NOT EQUAL TO WS-CNPJ-EXPANDIDO
                  THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
                        PERFORM 0009-INCLUIR-PARTICIPADA
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0009-INCLUIR-PARTICIPADA.
           MOVE 'N' TO WS-NO-ACHADO.
           PERFORM VARYING WS-IDX-NO FROM 1 BY 1
             UNTIL WS-IDX-NO IS GREATER THAN WS-QTD-NOS OR
                   WS-NO-ACHADO IS EQUAL TO 'S'
             IF WS-NO-CNPJ(WS-IDX-NO) IS EQUAL TO FRS-CNPJ THEN
                MOVE 'S' TO WS-NO-ACHADO
             END-IF
           END-PERFORM.
           IF WS-NO-ACHADO IS EQUAL TO 'N' THEN
              IF WS-QTD-NOS IS LESS THAN WS-LIMITE-NOS THEN
                 ADD 1 TO WS-QTD-NOS
                 MOVE FRS-CNPJ TO WS-NO-CNPJ(WS-QTD-NOS)
                 COMPUTE WS-NO-NIVEL(WS-QTD-NOS) =
                   WS-NO-NIVEL(WS-IDX-FILA) + 1
                 MOVE WS-IDX-FILA TO WS-NO-PAI(WS-QTD-NOS)
                 MOVE FRS-PERCENTUAL-CAPITAL TO WS-NO-PERC(WS-QTD-NOS)
              ELSE
                 MOVE 'S' TO WS-ESTOURO
              END-IF
           END-IF.

       0007-LISTAR-ALCANCADAS.
           MOVE WS-ELO-IDX-PAIS(WS-IDX-ELO) TO WS-IDX-PAIS.
           IF WS-PAIS-MARCA(WS-IDX-PAIS) IS EQUAL TO 'F' THEN
              MOVE 'TRIBUTACAO FAVORECIDA' TO WS-DESCRICAO-MARCA
           ELSE
              MOVE 'REGIME FISCAL PRIVILEGIADO' TO WS-DESCRICAO-MARCA
           END-IF.
           MOVE SPACES TO WS-VIGENCIA-ED.
           STRING WS-PAIS-VIGENCIA(WS-IDX-PAIS)(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PAIS-VIGENCIA(WS-IDX-PAIS)(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PAIS-VIGENCIA(WS-IDX-PAIS)(1:4) DELIMITED BY SIZE
             INTO WS-VIGENCIA-ED
           END-STRING.
           PERFORM VARYING WS-IDX-NO FROM 1 BY 1
             UNTIL WS-IDX-NO IS GREATER THAN WS-QTD-NOS
             IF WS-NO-NIVEL(WS-IDX-NO) IS GREATER THAN ZERO THEN
                PERFORM 0011-GRAVAR-ALCANCADA
             END-IF
           END-PERFORM.

       0011-GRAVAR-ALCANCADA.
           MOVE 'N' TO WS-EMPRESA-NO-EXTERIOR.
           MOVE SPACES TO WS-RAZAO-ALCANCADA WS-UF-ALCANCADA.
           MOVE WS-NO-CNPJ(WS-IDX-NO) TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY
                MOVE '(EMPRESA FORA DA BASE)' TO WS-RAZAO-ALCANCADA
             NOT INVALID KEY
                MOVE FRE-RAZAO-SOCIAL TO WS-RAZAO-ALCANCADA
                MOVE FRE-UF TO WS-UF-ALCANCADA
                IF FRE-NM-CIDADE-EXTERIOR IS NOT EQUAL TO SPACES THEN
                   MOVE 'S' TO WS-EMPRESA-NO-EXTERIOR
                END-IF
           END-READ.
      *    INTERMEDIARIA TAMBEM DOMICILIADA NO EXTERIOR SO ENTRA NA
      *    CADEIA DAS EMPRESAS ABAIXO DELA.
           IF WS-EMPRESA-NO-EXTERIOR IS EQUAL TO 'N' THEN
              MOVE WS-NO-NIVEL(WS-IDX-NO) TO WS-NIVEL-ED
              IF WS-NO-NIVEL(WS-IDX-NO) IS EQUAL TO 1 THEN
                 ADD 1 TO WS-CONT-DIRETAS
                 ADD 1 TO WS-PAIS-QTD-DIRETAS(WS-IDX-PAIS)
                 MOVE 'DIRETO' TO WS-TIPO-ELO-ED
              ELSE
                 ADD 1 TO WS-CONT-INDIRETAS
                 ADD 1 TO WS-PAIS-QTD-INDIRETAS(WS-IDX-PAIS)
                 MOVE 'INDIRETO' TO WS-TIPO-ELO-ED
              END-IF
              MOVE SPACES TO REG-RELATORIO
              STRING WS-TIPO-ELO-ED DELIMITED BY SPACE
                     ';' DELIMITED BY SIZE
                     WS-NIVEL-ED DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-NO-CNPJ(WS-IDX-NO) DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-RAZAO-ALCANCADA DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-UF-ALCANCADA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-PAIS-CODIGO(WS-IDX-PAIS) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-PAIS-DESCRICAO(WS-IDX-PAIS) DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-DESCRICAO-MARCA DELIMITED BY '  '
                     ';' DELIMITED BY SIZE
                     WS-VIGENCIA-ED DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
              PERFORM 0012-MONTAR-CADEIA
              MOVE SPACES TO REG-RELATORIO
              STRING '    CADEIA: ' DELIMITED BY SIZE
                     WS-LINHA-CADEIA DELIMITED BY '   '
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.

       0012-MONTAR-CADEIA.
      *    DA EMPRESA ALCANCADA ATE O ELO: "A <-(PP,PP%)- B" QUER DIZER
      *    QUE B DETEM PP,PP% DO CAPITAL DE A.
           MOVE SPACES TO WS-LINHA-CADEIA.
           MOVE 1 TO WS-PONTEIRO-CADEIA.
           MOVE WS-IDX-NO TO WS-IDX-CADEIA.
           STRING WS-NO-CNPJ(WS-IDX-CADEIA) DELIMITED BY SIZE
             INTO WS-LINHA-CADEIA
             WITH POINTER WS-PONTEIRO-CADEIA
           END-STRING.
           PERFORM UNTIL WS-NO-PAI(WS-IDX-CADEIA) IS EQUAL TO ZERO
             MOVE WS-NO-PERC(WS-IDX-CADEIA) TO WS-PERC-V99
             DIVIDE WS-PERC-V99 BY 100 GIVING WS-PERC-V99
             MOVE WS-PERC-V99 TO WS-PERC-ED
             MOVE WS-NO-PAI(WS-IDX-CADEIA) TO WS-IDX-CADEIA
             STRING ' <-(' DELIMITED BY SIZE
                    WS-PERC-ED DELIMITED BY SIZE
                    '%)- ' DELIMITED BY SIZE
                    WS-NO-CNPJ(WS-IDX-CADEIA) DELIMITED BY SIZE
               INTO WS-LINHA-CADEIA
               WITH POINTER WS-PONTEIRO-CADEIA
             END-STRING
           END-PERFORM.
           IF WS-ELO-TIPO(WS-IDX-ELO) IS EQUAL TO 'S' THEN
              MOVE WS-NO-PERC(WS-IDX-CADEIA) TO WS-PERC-V99
              DIVIDE WS-PERC-V99 BY 100 GIVING WS-PERC-V99
              MOVE WS-PERC-V99 TO WS-PERC-ED
              STRING ' <-(' DELIMITED BY SIZE
                     WS-PERC-ED DELIMITED BY SIZE
                     '%)- SOCIO NO EXTERIOR: ' DELIMITED BY SIZE
                     WS-ELO-NOME(WS-IDX-ELO) DELIMITED BY '  '
                     ' (' DELIMITED BY SIZE
                     WS-PAIS-DESCRICAO(WS-IDX-PAIS) DELIMITED BY '  '
                     ')' DELIMITED BY SIZE
                INTO WS-LINHA-CADEIA
                WITH POINTER WS-PONTEIRO-CADEIA
              END-STRING
           ELSE
              STRING ' = EMPRESA NO EXTERIOR: ' DELIMITED BY SIZE
                     WS-ELO-NOME(WS-IDX-ELO) DELIMITED BY '  '
                     ' (' DELIMITED BY SIZE
                     WS-ELO-CIDADE(WS-IDX-ELO) DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     WS-PAIS-DESCRICAO(WS-IDX-PAIS) DELIMITED BY '  '
                     ')' DELIMITED BY SIZE
                INTO WS-LINHA-CADEIA
                WITH POINTER WS-PONTEIRO-CADEIA
              END-STRING
           END-IF.

       0010-EMITIR-RESUMO-PAISES.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'RESUMO POR PAIS (PAIS;CLASSIFICACAO;VIGENCIA;DIRETAS;'
             TO REG-RELATORIO.
           MOVE 'INDIRETAS):' TO REG-RELATORIO(54:11).
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-PAIS FROM 1 BY 1
             UNTIL WS-IDX-PAIS IS GREATER THAN WS-QTD-PAISES
             MOVE SPACES TO REG-RELATORIO
             STRING WS-PAIS-CODIGO(WS-IDX-PAIS) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-PAIS-DESCRICAO(WS-IDX-PAIS) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
                    WS-PAIS-MARCA(WS-IDX-PAIS) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-PAIS-VIGENCIA(WS-IDX-PAIS) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-PAIS-QTD-DIRETAS(WS-IDX-PAIS) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-PAIS-QTD-INDIRETAS(WS-IDX-PAIS)
                      DELIMITED BY SIZE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.

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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-ELOS-FAVOR.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-elos-tributacao-favorecida.txt'
                    DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-ELOS-FAVOR
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-FULL-DIARIAS.

      ****************************************************************
      * CONCILIACAO DA CARGA COMPLETA MENSAL COM O ACUMULADO DAS      *
      * CARGAS DIARIAS. RODA ANTES DE EFETIVAR A TROCA DA CARGA       *
      * COMPLETA: COMPARA A BASE OFICIAL, MANTIDA PELAS DIARIAS       *
      * (EMPRESAS2.DAT/SOCIOS2.DAT), COM A BASE RECEM-GERADA EM       *
      * STAGING (EMPRESAS2.NOVO/SOCIOS2.NOVO) E LISTA O QUE AS        *
      * DIARIAS DEIXARAM DE FAZER:                                    *
      *   - NAO-INCLUIDO: SO EXISTE NA CARGA COMPLETA;                *
      *   - NAO-EXCLUIDO: SO EXISTE NA BASE DAS DIARIAS;              *
      *   - NAO-ALTERADO: EXISTE NAS DUAS COM CONTEUDO DIFERENTE.     *
      * EMPRESAS SAO CASADAS POR CNPJ EM BALANCE-LINE; SOCIOS, DENTRO *
      * DE CADA CNPJ, POR CPF/CNPJ DO SOCIO E IDENTIFICADOR (O CODIGO *
      * DE SOCIO E RENUMERADO NA CARGA COMPLETA). INDICADOR FULL/     *
      * DIARIO, TIPO DE ATUALIZACAO E CODIGO DE SOCIO NAO ENTRAM NA   *
      * COMPARACAO. O CPF DE SOCIO PESSOA FISICA, CIFRADO NAS BASES,  *
      * SAI NO RELATORIO NO PADRAO DOS DADOS ABERTOS (SO O MIOLO).    *
      * CADA DIVERGENCIA E ATRIBUIDA AO ULTIMO LOTE DIARIO QUE TOCOU  *
      * O CNPJ NO JOURNAL-CARGA.DAT (SEM-JOURNAL QUANDO NENHUM LOTE O *
      * TOCOU - TIPICO DE DIARIA PERDIDA) E TOTALIZADA POR LOTE EM    *
      * RELATORIO-CONCILIACAO-FULL.TXT. ACIMA DO LIMIAR (PARAMETRO    *
      * LIMITE-DIVERG-FULL, PADRAO 50 DIVERGENCIAS) O VEREDICTO EM    *
      * VEREDICTO-CONCILIACAO-FULL.DAT SAI DIVERGENTE E O             *
      * PROMOVER-BASE-CARGA RECUSA A TROCA, COMO FAZ COM A CARGA      *
      * ANOMALA. STAGING COM REGISTRO DE CARGA DIARIA NAO E CARGA     *
      * COMPLETA E NAO E CONCILIADO.                                  *
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
                   ALTERNATE KEY IS FRE-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-EMPRESAS-FULL ASSIGN TO WS-CAM-EMPRESAS2-NOVO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS EFU-CNPJ
                   ALTERNATE KEY IS EFU-RAZAO-SOCIAL WITH DUPLICATES
                   ALTERNATE KEY IS EFU-UF-MUNICIPIO WITH DUPLICATES
                   ALTERNATE KEY IS EFU-CEP WITH DUPLICATES
                   ALTERNATE KEY IS EFU-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS EFU-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EFU.

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
                   ALTERNATE RECORD KEY IS
                     FRS-CPF-REPRESENTANTE WITH DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-SOCIOS-FULL ASSIGN TO WS-CAM-SOCIOS2-NOVO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SFU-COD-SOCIO
                   ALTERNATE RECORD KEY IS
                     SFU-NOME-SOCIO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     SFU-CNPJ WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     SFU-CPF-SOCIO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     SFU-CPF-MIOLO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     SFU-NOME-FONETICO WITH DUPLICATES
                   ALTERNATE RECORD KEY IS
                     SFU-CPF-REPRESENTANTE WITH DUPLICATES
                   STATUS ST-ARQUIVO-SFU.

           SELECT ARQ-JOURNAL ASSIGN TO WS-CAM-JOURNAL-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-JRN.

           SELECT ARQ-RESULTADO ASSIGN TO WS-CAM-RESULTADO-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RES.

           SELECT SORT-WORK ASSIGN TO WS-CAM-CONCILIACAO-SRT.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-CONCILIACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-VEREDICTO ASSIGN TO
                   WS-CAM-VEREDICTO-CONCILIACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VER.

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
       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-EMPRESAS-FULL.
       01 EFU-REG-EMPRESA.
           03 EFU-TIPO-REGISTRO          PIC 9.
           03 EFU-INDICADOR-FULL-DIARIO  PIC X.
           03 EFU-TIPO-ATUALIZACAO       PIC X.
           03 EFU-CNPJ-ID.
              05 EFU-CNPJ                   PIC X(014).
           03 EFU-IND-MATRIZ-FILIAL      PIC 9.
           03 EFU-RAZAO-SOCIAL           PIC X(150).
           03 EFU-NOME-FANTASIA          PIC X(055).
           03 EFU-SIT-CADASTRAL          PIC 99.
           03 EFU-DATA-SIT-CADASTRAL     PIC 9(008).
           03 EFU-MOTIVO-SIT-CADASTRAL   PIC 99.
           03 EFU-NM-CIDADE-EXTERIOR     PIC X(055).
           03 EFU-CO-PAIS                PIC XXX.
           03 EFU-NM-PAIS                PIC X(070).
           03 EFU-COD-NAT-JURIDICA       PIC 9999.
           03 EFU-DATA-INICIO-ATIVIDADE  PIC 9(008).
           03 EFU-CNAE-FISCAL            PIC 9(007).
           03 EFU-TIPO-LOGRADOURO        PIC X(020).
           03 EFU-LOGRADOURO             PIC X(060).
           03 EFU-NUMERO                 PIC X(006).
           03 EFU-COMPLEMENTO            PIC X(156).
           03 EFU-BAIRRO                 PIC X(050).
           03 EFU-CEP                    PIC 9(008).
           03 EFU-UF-MUNICIPIO.
              05 EFU-UF                     PIC X(002).
              05 EFU-COD-MUNICIPIO          PIC 9999.
           03 EFU-MUNICIPIO              PIC X(050).
           03 EFU-DDD-TELEFONE-1.
              05 EFU-DDD-1               PIC X(04).
              05 EFU-TELEFONE-1          PIC X(08).
           03 EFU-DDD-TELEFONE-2.
              05 EFU-DDD-2               PIC X(04).
              05 EFU-TELEFONE-2          PIC X(08).
           03 EFU-DDD-FAX.
              05 EFU-NU-DDD-FAX          PIC X(04).
              05 EFU-NU-FAX              PIC X(08).
           03 EFU-CORREIO-ELETRONICO     PIC X(115).
           03 EFU-QUALIFICACAO-RESPONSAVEL PIC 99.
           03 EFU-CAPITAL-SOCIAL-EMP     PIC 9(12)V99.
           03 EFU-PORTE-EMPRESA          PIC XX.
           03 EFU-OPCAO-SIMPLES          PIC X.
           03 EFU-DATA-OPCAO-SIMPLES     PIC 9(08).
           03 EFU-DATA-EXCLUSAO-SIMPLES  PIC 9(08).
           03 EFU-OPCAO-MEI              PIC X.
           03 EFU-SIT-ESPECIAL           PIC X(23).
           03 EFU-DATA-SIT-ESPECIAL      PIC 9(08).
           03 EFU-RAZAO-NORMALIZADA      PIC X(150).
           03 EFU-ENDERECO-NORMALIZADO   PIC X(060).
           03 EFU-FANTASIA-NORMALIZADA   PIC X(033).
           03 EFU-FIM-REGISTRO           PIC X.

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-SOCIOS-FULL.
       01 SFU-REG-SOCIO.
           03 SFU-TIPO-REGISTRO          PIC 9.
           03 SFU-IND-FULL-DIARIO        PIC X.
           03 SFU-TIPO-ATUALIZACAO       PIC X.
           03 SFU-CNPJ                   PIC X(014).
           03 SFU-IDENTIFICADOR-SOCIO    PIC 9.
           03 SFU-NOME-SOCIO             PIC X(150).
           03 SFU-CPF-SOCIO              PIC X(014).
           03 SFU-COD-QUALIFICACAO-SOCIO PIC XX.
           03 SFU-PERCENTUAL-CAPITAL     PIC 9(005).
           03 SFU-DATA-ENTRADA-SOCIEDADE PIC 9(008).
           03 SFU-CODIGO-PAIS            PIC XXX.
           03 SFU-NOME-PAIS-SOCIO        PIC X(070).
           03 SFU-CPF-REPRESENTANTE      PIC 9(011).
           03 SFU-NOME-REPRESENTANTE     PIC X(060).
           03 SFU-COD-QUALIFICACAO-REP   PIC XX.
           03 SFU-COD-SOCIO              PIC 9(011).
           03 SFU-CPF-MIOLO              PIC 9(006).
           03 SFU-NOME-FONETICO          PIC X(150).
           03 FILLER                     PIC X(688).
           03 SFU-FIM-REGISTRO           PIC X.

       FD ARQ-JOURNAL.
       01 REG-JOURNAL.
           03 JRN-ID-CARGA            PIC X(014).
           03 JRN-TIPO                PIC X(003).
           03 JRN-ACAO                PIC X.
           03 JRN-CHAVE               PIC X(014).
           03 JRN-IMAGEM              PIC X(1200).

       FD ARQ-RESULTADO.
       01 REG-RESULTADO               PIC X(120).

       SD SORT-WORK.
       01 SD-REG-TEMP.
          05 SD-CNPJ                  PIC X(014).
          05 SD-TIPO                  PIC X.
          05 SD-SEQUENCIA             PIC 9(009).
          05 SD-LOTE                  PIC X(014).
          05 SD-OBJETO                PIC X(003).
          05 SD-CATEGORIA             PIC X(012).
          05 SD-CPF-SOCIO             PIC X(014).
          05 SD-NOME                  PIC X(060).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(200).

       FD ARQ-VEREDICTO.
       01 REG-VEREDICTO               PIC X(120).

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
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'CONCILIAR-FULL-DIARIAS'.
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
       01 WS-CAM-CONCILIACAO-SRT         PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2-NOVO          PIC X(060) VALUE SPACES.
       01 WS-CAM-JOURNAL-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-CONCILIACAO   PIC X(060) VALUE SPACES.
       01 WS-CAM-RESULTADO-CARGA         PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2-NOVO            PIC X(060) VALUE SPACES.
       01 WS-CAM-VEREDICTO-CONCILIACAO   PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-EFU              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-SFU              PIC XX.
       01 ST-ARQUIVO-JRN              PIC XX.
       01 ST-ARQUIVO-RES              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 ST-ARQUIVO-VER              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-DIARIAS              PIC X VALUE 'N'.
       01 WS-EOF-FULL                 PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-SORT                 PIC X VALUE 'N'.
       01 WS-LIMITE-DIVERGENCIAS      PIC 9(007) VALUE 50.
       01 WS-SUFIXO-CARGA             PIC X(006) VALUE SPACES.
       01 WS-CONCILIACAO-BLOQUEIA     PIC X VALUE 'N'.
       01 WS-CARGA-COMPLETA           PIC X VALUE 'S'.
       01 WS-SEQUENCIA-JRN            PIC 9(009) VALUE ZERO.
       01 WS-CNPJ-SOCIOS              PIC X(014) VALUE SPACES.
       01 WS-CNPJ-JOURNAL             PIC X(014) VALUE SPACES.
       01 WS-LOTE-CNPJ                PIC X(014) VALUE SPACES.

       01 WS-QTD-SOC-DIARIAS          PIC 9(003) VALUE ZERO.
       01 WS-QTD-SOC-FULL             PIC 9(003) VALUE ZERO.
       01 WS-IDX-SOC                  PIC 9(003) VALUE ZERO.
       01 WS-IDX-SFU                  PIC 9(003) VALUE ZERO.
       01 WS-SOCIO-CASADO             PIC X VALUE 'N'.
       01 WS-TAB-SOC-DIARIAS.
          05 WS-SOD-OCR OCCURS 300 TIMES.
             10 WS-SOD-CPF            PIC X(014).
             10 WS-SOD-CPF-PUBLICO    PIC X(014).
             10 WS-SOD-IDENTIFICADOR  PIC 9.
             10 WS-SOD-NOME           PIC X(060).
             10 WS-SOD-CONTEUDO       PIC X(1171).
             10 WS-SOD-CASADO         PIC X.
       01 WS-TAB-SOC-FULL.
          05 WS-SOF-OCR OCCURS 300 TIMES.
             10 WS-SOF-CPF            PIC X(014).
             10 WS-SOF-CPF-PUBLICO    PIC X(014).
             10 WS-SOF-IDENTIFICADOR  PIC 9.
             10 WS-SOF-NOME           PIC X(060).
             10 WS-SOF-CONTEUDO       PIC X(1171).

       01 WS-QTD-LOTES                PIC 9(003) VALUE ZERO.
       01 WS-IDX-LOTE                 PIC 9(003) VALUE ZERO.
       01 WS-TAB-LOTES.
          05 WS-LOT-OCR OCCURS 200 TIMES.
             10 WS-LOT-ID             PIC X(014).
             10 WS-LOT-NAO-INCLUIDO   PIC 9(007).
             10 WS-LOT-NAO-EXCLUIDO   PIC 9(007).
             10 WS-LOT-NAO-ALTERADO   PIC 9(007).

       01 WS-TOTAL-EMP-COMPARADAS     PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-EMP-DIARIAS-FULL   PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-DIVERGENCIAS       PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-DIV-EMPRESA        PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-DIV-SOCIO          PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-SOC-EXCEDENTES     PIC 9(007) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CONCILIACAO DA CARGA COMPLETA COM AS DIARIAS'.
           MOVE 'LIMITE-DIVERG-FULL' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:7) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:7) TO WS-LIMITE-DIVERGENCIAS
           END-IF.
           DISPLAY 'LIMIAR DE DIVERGENCIAS: ' WS-LIMITE-DIVERGENCIAS.
           PERFORM 0002-LER-RESULTADO-CARGA.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS-FULL.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-EFU IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE OFICIAL (STATUS ' ST-ARQUIVO-EMP
                 ') OU STAGING (STATUS ' ST-ARQUIVO-EFU
                 ') INDISPONIVEL - CONCILIACAO ABORTADA ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'EMPRESAS=0' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-SOCIOS-FULL.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONCILIACAO CARGA COMPLETA ' DELIMITED BY SIZE
                  WS-SUFIXO-CARGA DELIMITED BY SIZE
                  ' X ACUMULADO DAS CARGAS DIARIAS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE 'CNPJ;OBJETO;DIVERGENCIA;CPF-CNPJ-SOCIO;NOME;LOTE'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           SORT SORT-WORK
               ON ASCENDING KEY SD-CNPJ SD-TIPO SD-SEQUENCIA
               INPUT PROCEDURE IS 0003-SELECIONAR-DIVERGENCIAS
               OUTPUT PROCEDURE IS 0010-ATRIBUIR-LOTES.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-EMPRESAS-FULL.
           IF ST-ARQUIVO-SOC IS EQUAL TO '00' THEN
              CLOSE ARQ-SOCIOS
           END-IF.
           IF ST-ARQUIVO-SFU IS EQUAL TO '00' THEN
              CLOSE ARQ-SOCIOS-FULL
           END-IF.
           PERFORM 0012-EMITIR-TOTAIS-LOTE.
           IF WS-CARGA-COMPLETA IS EQUAL TO 'S' AND
              WS-TOTAL-DIVERGENCIAS IS GREATER THAN
              WS-LIMITE-DIVERGENCIAS THEN
              MOVE 'S' TO WS-CONCILIACAO-BLOQUEIA
           END-IF.
           PERFORM 0013-GRAVAR-VEREDICTO.
           DISPLAY 'EMPRESAS COMPARADAS..........: '
              WS-TOTAL-EMP-COMPARADAS.
           DISPLAY 'DIVERGENCIAS DE EMPRESA......: '
              WS-TOTAL-DIV-EMPRESA.
           DISPLAY 'DIVERGENCIAS DE SOCIO........: '
              WS-TOTAL-DIV-SOCIO.
           DISPLAY 'LOTES DIARIOS ENVOLVIDOS.....: ' WS-QTD-LOTES.
           IF WS-TOTAL-SOC-EXCEDENTES IS GREATER THAN ZERO THEN
              DISPLAY '*** SOCIOS ALEM DA TABELA POR CNPJ (NAO '
                 'CONCILIADOS): ' WS-TOTAL-SOC-EXCEDENTES ' ***'
           END-IF.
           EVALUATE TRUE
             WHEN WS-CARGA-COMPLETA IS EQUAL TO 'N'
                DISPLAY 'STAGING CONTEM CARGA DIARIA - CONCILIACAO '
                   'NAO SE APLICA.'
             WHEN WS-CONCILIACAO-BLOQUEIA IS EQUAL TO 'S'
                DISPLAY '*** DIVERGENCIAS ACIMA DO LIMIAR - '
                   'PROMOCAO DA CARGA COMPLETA BLOQUEADA ***'
                MOVE 8 TO RETURN-CODE
             WHEN WS-TOTAL-DIVERGENCIAS IS GREATER THAN ZERO
                MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'FIM DA CONCILIACAO DA CARGA COMPLETA.'.
           MOVE SPACES TO WS-SUM-CONTADORES.
           STRING 'EMPRESAS=' DELIMITED BY SIZE
                  WS-TOTAL-EMP-COMPARADAS DELIMITED BY SIZE
                  ' DIV-EMP=' DELIMITED BY SIZE
                  WS-TOTAL-DIV-EMPRESA DELIMITED BY SIZE
                  ' DIV-SOC=' DELIMITED BY SIZE
                  WS-TOTAL-DIV-SOCIO DELIMITED BY SIZE
                  ' LOTES=' DELIMITED BY SIZE
                  WS-QTD-LOTES DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           GOBACK.

       0002-LER-RESULTADO-CARGA.
      *    O SUFIXO DA CARGA EM STAGING IDENTIFICA O VEREDICTO, PARA
      *    UM BLOQUEIO ANTIGO NAO SEGURAR A PROMOCAO DE OUTRA CARGA.
           OPEN INPUT ARQ-RESULTADO.
           IF ST-ARQUIVO-RES IS EQUAL TO '00' THEN
              READ ARQ-RESULTADO
                AT END CONTINUE
                NOT AT END
                   UNSTRING REG-RESULTADO DELIMITED BY ';'
                     INTO WS-SUFIXO-CARGA
                   END-UNSTRING
              END-READ
              CLOSE ARQ-RESULTADO
           END-IF.

       0003-SELECIONAR-DIVERGENCIAS.
           PERFORM 0004-LIBERAR-JOURNAL.
           MOVE 'N' TO WS-EOF-DIARIAS.
           MOVE 'N' TO WS-EOF-FULL.
           PERFORM 0005-LER-DIARIAS.
           PERFORM 0006-LER-FULL.
           PERFORM UNTIL WS-EOF-DIARIAS IS EQUAL TO 'Y' AND
                   WS-EOF-FULL IS EQUAL TO 'Y'
             EVALUATE TRUE
               WHEN WS-EOF-DIARIAS IS EQUAL TO 'Y'
                  MOVE EFU-CNPJ TO SD-CNPJ
                  MOVE 'NAO-INCLUIDO' TO SD-CATEGORIA
                  MOVE EFU-RAZAO-SOCIAL TO SD-NOME
                  PERFORM 0007-LIBERAR-DIV-EMPRESA
                  PERFORM 0006-LER-FULL
               WHEN WS-EOF-FULL IS EQUAL TO 'Y'
                  MOVE FRE-CNPJ TO SD-CNPJ
                  MOVE 'NAO-EXCLUIDO' TO SD-CATEGORIA
                  MOVE FRE-RAZAO-SOCIAL TO SD-NOME
                  PERFORM 0007-LIBERAR-DIV-EMPRESA
                  PERFORM 0005-LER-DIARIAS
               WHEN EFU-CNPJ IS LESS THAN FRE-CNPJ
                  MOVE EFU-CNPJ TO SD-CNPJ
                  MOVE 'NAO-INCLUIDO' TO SD-CATEGORIA
                  MOVE EFU-RAZAO-SOCIAL TO SD-NOME
                  PERFORM 0007-LIBERAR-DIV-EMPRESA
                  PERFORM 0006-LER-FULL
               WHEN EFU-CNPJ IS GREATER THAN FRE-CNPJ
                  MOVE FRE-CNPJ TO SD-CNPJ
                  MOVE 'NAO-EXCLUIDO' TO SD-CATEGORIA
                  MOVE FRE-RAZAO-SOCIAL TO SD-NOME
                  PERFORM 0007-LIBERAR-DIV-EMPRESA
                  PERFORM 0005-LER-DIARIAS
               WHEN OTHER
                  ADD 1 TO WS-TOTAL-EMP-COMPARADAS
                  IF FD-REG-EMPRESA(4:) IS NOT EQUAL TO
                     EFU-REG-EMPRESA(4:) THEN
                     MOVE FRE-CNPJ TO SD-CNPJ
                     MOVE 'NAO-ALTERADO' TO SD-CATEGORIA
                     MOVE EFU-RAZAO-SOCIAL TO SD-NOME
                     PERFORM 0007-LIBERAR-DIV-EMPRESA
                  END-IF
                  MOVE FRE-CNPJ TO WS-CNPJ-SOCIOS
                  PERFORM 0008-CONCILIAR-SOCIOS
                  PERFORM 0005-LER-DIARIAS
                  PERFORM 0006-LER-FULL
             END-EVALUATE
           END-PERFORM.

       0004-LIBERAR-JOURNAL.
      *    CADA ENTRADA DO JOURNAL VIRA UM REGISTRO DE LOTE DO CNPJ,
      *    NA ORDEM DE GRAVACAO; NO SORT ELE ANTECEDE AS DIVERGENCIAS
      *    DO MESMO CNPJ E O ULTIMO LIDO E O LOTE MAIS RECENTE. A
      *    ENTRADA DE SOCIO TRAZ O CNPJ NA IMAGEM ANTERIOR; INCLUSAO
      *    DE SOCIO SO TEM O CODIGO E FICA DE FORA.
           MOVE ZERO TO WS-SEQUENCIA-JRN.
           OPEN INPUT ARQ-JOURNAL.
           IF ST-ARQUIVO-JRN IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-JOURNAL
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CNPJ-JOURNAL
                     IF JRN-TIPO IS EQUAL TO 'EMP' THEN
                        MOVE JRN-CHAVE TO WS-CNPJ-JOURNAL
                     ELSE
                        MOVE JRN-IMAGEM(4:14) TO WS-CNPJ-JOURNAL
                     END-IF
                     IF WS-CNPJ-JOURNAL IS NOT EQUAL TO SPACES THEN
                        ADD 1 TO WS-SEQUENCIA-JRN
                        MOVE SPACES TO SD-REG-TEMP
                        MOVE WS-CNPJ-JOURNAL TO SD-CNPJ
                        MOVE '1' TO SD-TIPO
                        MOVE WS-SEQUENCIA-JRN TO SD-SEQUENCIA
                        MOVE JRN-ID-CARGA TO SD-LOTE
                        RELEASE SD-REG-TEMP
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-JOURNAL
           ELSE
              DISPLAY 'SEM JOURNAL DE CARGAS DIARIAS - DIVERGENCIAS '
                 'FICAM SEM LOTE'
           END-IF.

       0005-LER-DIARIAS.
           READ ARQ-EMPRESAS NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-DIARIAS
           END-READ.

       0006-LER-FULL.
           READ ARQ-EMPRESAS-FULL NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-FULL
             NOT AT END
                IF EFU-INDICADOR-FULL-DIARIO IS EQUAL TO 'D' THEN
                   MOVE 'N' TO WS-CARGA-COMPLETA
                   ADD 1 TO WS-TOTAL-EMP-DIARIAS-FULL
                END-IF
           END-READ.

       0007-LIBERAR-DIV-EMPRESA.
           MOVE 'EMP' TO SD-OBJETO.
           MOVE SPACES TO SD-CPF-SOCIO.
           PERFORM 0009-LIBERAR-DIVERGENCIA.
           ADD 1 TO WS-TOTAL-DIV-EMPRESA.

       0008-CONCILIAR-SOCIOS.
      *    QUADRO SOCIETARIO DO CNPJ NAS DUAS BASES, CASADO POR
      *    CPF/CNPJ DO SOCIO E IDENTIFICADOR. O CONTEUDO COMPARADO
      *    DEIXA DE FORA INDICADOR, TIPO DE ATUALIZACAO E CODIGO.
           MOVE ZERO TO WS-QTD-SOC-DIARIAS.
           MOVE ZERO TO WS-QTD-SOC-FULL.
           IF ST-ARQUIVO-SOC IS EQUAL TO '00' THEN
              MOVE WS-CNPJ-SOCIOS TO FRS-CNPJ
              MOVE 'N' TO WS-EOF-SOC
              START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
              PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SOC
                  NOT AT END
                     IF FRS-CNPJ IS NOT EQUAL TO WS-CNPJ-SOCIOS THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        IF WS-QTD-SOC-DIARIAS IS LESS THAN 300 THEN
                           ADD 1 TO WS-QTD-SOC-DIARIAS
                           MOVE FRS-CPF-SOCIO TO
                             WS-SOD-CPF(WS-QTD-SOC-DIARIAS)
                           MOVE FRS-IDENTIFICADOR-SOCIO TO
                             WS-SOD-IDENTIFICADOR(WS-QTD-SOC-DIARIAS)
                           MOVE FRS-NOME-SOCIO TO
                             WS-SOD-NOME(WS-QTD-SOC-DIARIAS)
                           MOVE SPACES TO
                             WS-SOD-CPF-PUBLICO(WS-QTD-SOC-DIARIAS)
                           IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
                              MOVE FRS-CPF-SOCIO TO
                                WS-SOD-CPF-PUBLICO(WS-QTD-SOC-DIARIAS)
                           ELSE
                              STRING '***' DELIMITED BY SIZE
                                     FRS-CPF-MIOLO DELIMITED BY SIZE
                                     '**' DELIMITED BY SIZE
                                INTO
                                  WS-SOD-CPF-PUBLICO(WS-QTD-SOC-DIARIAS)
                              END-STRING
                           END-IF
                           MOVE FD-REG-SOCIO(18:326) TO
                             WS-SOD-CONTEUDO(WS-QTD-SOC-DIARIAS)(1:326)
                           MOVE FD-REG-SOCIO(355:) TO
                             WS-SOD-CONTEUDO(WS-QTD-SOC-DIARIAS)(327:)
                           MOVE 'N' TO
                             WS-SOD-CASADO(WS-QTD-SOC-DIARIAS)
                        ELSE
                           ADD 1 TO WS-TOTAL-SOC-EXCEDENTES
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.
           IF ST-ARQUIVO-SFU IS EQUAL TO '00' THEN
              MOVE WS-CNPJ-SOCIOS TO SFU-CNPJ
              MOVE 'N' TO WS-EOF-SOC
              START ARQ-SOCIOS-FULL KEY IS EQUAL TO SFU-CNPJ
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
              PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
                READ ARQ-SOCIOS-FULL NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SOC
                  NOT AT END
                     IF SFU-CNPJ IS NOT EQUAL TO WS-CNPJ-SOCIOS THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        IF WS-QTD-SOC-FULL IS LESS THAN 300 THEN
                           ADD 1 TO WS-QTD-SOC-FULL
                           MOVE SFU-CPF-SOCIO TO
                             WS-SOF-CPF(WS-QTD-SOC-FULL)
                           MOVE SFU-IDENTIFICADOR-SOCIO TO
                             WS-SOF-IDENTIFICADOR(WS-QTD-SOC-FULL)
                           MOVE SFU-NOME-SOCIO TO
                             WS-SOF-NOME(WS-QTD-SOC-FULL)
                           MOVE SPACES TO
                             WS-SOF-CPF-PUBLICO(WS-QTD-SOC-FULL)
                           IF SFU-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
                              MOVE SFU-CPF-SOCIO TO
                                WS-SOF-CPF-PUBLICO(WS-QTD-SOC-FULL)
                           ELSE
                              STRING '***' DELIMITED BY SIZE
                                     SFU-CPF-MIOLO DELIMITED BY SIZE
                                     '**' DELIMITED BY SIZE
                                INTO WS-SOF-CPF-PUBLICO(WS-QTD-SOC-FULL)
                              END-STRING
                           END-IF
                           MOVE SFU-REG-SOCIO(18:326) TO
                             WS-SOF-CONTEUDO(WS-QTD-SOC-FULL)(1:326)
                           MOVE SFU-REG-SOCIO(355:) TO
                             WS-SOF-CONTEUDO(WS-QTD-SOC-FULL)(327:)
                        ELSE
                           ADD 1 TO WS-TOTAL-SOC-EXCEDENTES
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.
           MOVE WS-CNPJ-SOCIOS TO SD-CNPJ.
           MOVE 'SOC' TO SD-OBJETO.
           PERFORM VARYING WS-IDX-SFU FROM 1 BY 1
             UNTIL WS-IDX-SFU IS GREATER THAN WS-QTD-SOC-FULL
             MOVE 'N' TO WS-SOCIO-CASADO
             PERFORM VARYING WS-IDX-SOC FROM 1 BY 1
               UNTIL WS-IDX-SOC IS GREATER THAN WS-QTD-SOC-DIARIAS
                  OR WS-SOCIO-CASADO IS EQUAL TO 'S'
               IF WS-SOD-CASADO(WS-IDX-SOC) IS EQUAL TO 'N' AND
                  WS-SOD-CPF(WS-IDX-SOC) IS EQUAL TO
                  WS-SOF-CPF(WS-IDX-SFU) AND
                  WS-SOD-IDENTIFICADOR(WS-IDX-SOC) IS EQUAL TO
                  WS-SOF-IDENTIFICADOR(WS-IDX-SFU) THEN
                  MOVE 'S' TO WS-SOCIO-CASADO
                  MOVE 'S' TO WS-SOD-CASADO(WS-IDX-SOC)
                  IF WS-SOD-CONTEUDO(WS-IDX-SOC) IS NOT EQUAL TO
                     WS-SOF-CONTEUDO(WS-IDX-SFU) THEN
                     MOVE 'NAO-ALTERADO' TO SD-CATEGORIA
                     MOVE WS-SOF-CPF-PUBLICO(WS-IDX-SFU) TO
                       SD-CPF-SOCIO
                     MOVE WS-SOF-NOME(WS-IDX-SFU) TO SD-NOME
                     PERFORM 0009-LIBERAR-DIVERGENCIA
                     ADD 1 TO WS-TOTAL-DIV-SOCIO
                  END-IF
               END-IF
             END-PERFORM
             IF WS-SOCIO-CASADO IS EQUAL TO 'N' THEN
                MOVE 'NAO-INCLUIDO' TO SD-CATEGORIA
                MOVE WS-SOF-CPF-PUBLICO(WS-IDX-SFU) TO SD-CPF-SOCIO
                MOVE WS-SOF-NOME(WS-IDX-SFU) TO SD-NOME
                PERFORM 0009-LIBERAR-DIVERGENCIA
                ADD 1 TO WS-TOTAL-DIV-SOCIO
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1
             UNTIL WS-IDX-SOC IS GREATER THAN WS-QTD-SOC-DIARIAS
             IF WS-SOD-CASADO(WS-IDX-SOC) IS EQUAL TO 'N' THEN
                MOVE 'NAO-EXCLUIDO' TO SD-CATEGORIA
                MOVE WS-SOD-CPF-PUBLICO(WS-IDX-SOC) TO SD-CPF-SOCIO
                MOVE WS-SOD-NOME(WS-IDX-SOC) TO SD-NOME
                PERFORM 0009-LIBERAR-DIVERGENCIA
                ADD 1 TO WS-TOTAL-DIV-SOCIO
             END-IF
           END-PERFORM.

       0009-LIBERAR-DIVERGENCIA.
           MOVE '2' TO SD-TIPO.
           MOVE ZERO TO SD-SEQUENCIA.
           MOVE SPACES TO SD-LOTE.
           RELEASE SD-REG-TEMP.

       0010-ATRIBUIR-LOTES.
           MOVE SPACES TO WS-CNPJ-JOURNAL.
           MOVE SPACES TO WS-LOTE-CNPJ.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM UNTIL WS-EOF-SORT IS EQUAL TO 'Y'
             RETURN SORT-WORK
               AT END MOVE 'Y' TO WS-EOF-SORT
               NOT AT END
                  IF SD-TIPO IS EQUAL TO '1' THEN
                     MOVE SD-CNPJ TO WS-CNPJ-JOURNAL
                     MOVE SD-LOTE TO WS-LOTE-CNPJ
                  ELSE
                     IF SD-CNPJ IS NOT EQUAL TO WS-CNPJ-JOURNAL THEN
                        MOVE SD-CNPJ TO WS-CNPJ-JOURNAL
                        MOVE 'SEM-JOURNAL' TO WS-LOTE-CNPJ
                     END-IF
                     PERFORM 0011-GRAVAR-DIVERGENCIA
                  END-IF
             END-RETURN
           END-PERFORM.

       0011-GRAVAR-DIVERGENCIA.
           ADD 1 TO WS-TOTAL-DIVERGENCIAS.
           MOVE SPACES TO REG-RELATORIO.
           STRING SD-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-OBJETO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-CATEGORIA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  SD-CPF-SOCIO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  SD-NOME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-LOTE-CNPJ DELIMITED BY SPACE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
             UNTIL WS-IDX-LOTE IS GREATER THAN WS-QTD-LOTES
                OR WS-LOT-ID(WS-IDX-LOTE) IS EQUAL TO WS-LOTE-CNPJ
             CONTINUE
           END-PERFORM.
           IF WS-IDX-LOTE IS GREATER THAN WS-QTD-LOTES THEN
              IF WS-QTD-LOTES IS LESS THAN 200 THEN
                 ADD 1 TO WS-QTD-LOTES
                 MOVE WS-QTD-LOTES TO WS-IDX-LOTE
                 MOVE WS-LOTE-CNPJ TO WS-LOT-ID(WS-IDX-LOTE)
                 MOVE ZERO TO WS-LOT-NAO-INCLUIDO(WS-IDX-LOTE)
                 MOVE ZERO TO WS-LOT-NAO-EXCLUIDO(WS-IDX-LOTE)
                 MOVE ZERO TO WS-LOT-NAO-ALTERADO(WS-IDX-LOTE)
              ELSE
                 MOVE 200 TO WS-IDX-LOTE
                 MOVE 'OUTROS' TO WS-LOT-ID(WS-IDX-LOTE)
              END-IF
           END-IF.
           EVALUATE SD-CATEGORIA
             WHEN 'NAO-INCLUIDO'
                ADD 1 TO WS-LOT-NAO-INCLUIDO(WS-IDX-LOTE)
             WHEN 'NAO-EXCLUIDO'
                ADD 1 TO WS-LOT-NAO-EXCLUIDO(WS-IDX-LOTE)
             WHEN OTHER
                ADD 1 TO WS-LOT-NAO-ALTERADO(WS-IDX-LOTE)
           END-EVALUATE.

       0012-EMITIR-TOTAIS-LOTE.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TOTAIS POR LOTE DIARIO DE ORIGEM:' TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'LOTE;NAO-INCLUIDO;NAO-EXCLUIDO;NAO-ALTERADO'
             TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
             UNTIL WS-IDX-LOTE IS GREATER THAN WS-QTD-LOTES
             MOVE SPACES TO REG-RELATORIO
             STRING WS-LOT-ID(WS-IDX-LOTE) DELIMITED BY SPACE
                    ';' DELIMITED BY SIZE
                    WS-LOT-NAO-INCLUIDO(WS-IDX-LOTE) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-LOT-NAO-EXCLUIDO(WS-IDX-LOTE) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-LOT-NAO-ALTERADO(WS-IDX-LOTE) DELIMITED BY SIZE
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'TOTAL DE DIVERGENCIAS: ' DELIMITED BY SIZE
                  WS-TOTAL-DIVERGENCIAS DELIMITED BY SIZE
                  ' - LIMIAR: ' DELIMITED BY SIZE
                  WS-LIMITE-DIVERGENCIAS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF WS-CARGA-COMPLETA IS EQUAL TO 'N' THEN
              MOVE SPACES TO REG-RELATORIO
              STRING 'STAGING COM ' DELIMITED BY SIZE
                     WS-TOTAL-EMP-DIARIAS-FULL DELIMITED BY SIZE
                     ' REGISTROS DE CARGA DIARIA - NAO E CARGA '
                       DELIMITED BY SIZE
                     'COMPLETA, SEM BLOQUEIO' DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0013-GRAVAR-VEREDICTO.
           OPEN OUTPUT ARQ-VEREDICTO.
           MOVE SPACES TO REG-VEREDICTO.
           IF WS-CONCILIACAO-BLOQUEIA IS EQUAL TO 'S' THEN
              STRING 'DIVERGENTE;' DELIMITED BY SIZE
                     WS-SUFIXO-CARGA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-TOTAL-DIVERGENCIAS DELIMITED BY SIZE
                     ' DIVERGENCIAS COM AS DIARIAS, LIMIAR '
                       DELIMITED BY SIZE
                     WS-LIMITE-DIVERGENCIAS DELIMITED BY SIZE
                INTO REG-VEREDICTO
              END-STRING
           ELSE
              STRING 'OK;' DELIMITED BY SIZE
                     WS-SUFIXO-CARGA DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-TOTAL-DIVERGENCIAS DELIMITED BY SIZE
                     ' DIVERGENCIAS, LIMIAR ' DELIMITED BY SIZE
                     WS-LIMITE-DIVERGENCIAS DELIMITED BY SIZE
                INTO REG-VEREDICTO
              END-STRING
           END-IF.
           WRITE REG-VEREDICTO.
           CLOSE ARQ-VEREDICTO.

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
           MOVE SPACES TO WS-CAM-CONCILIACAO-SRT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'conciliacao-full.srt' DELIMITED BY SIZE
             INTO WS-CAM-CONCILIACAO-SRT
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2-NOVO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.novo' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2-NOVO
           END-STRING.
           MOVE SPACES TO WS-CAM-JOURNAL-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'journal-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-JOURNAL-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-CONCILIACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-conciliacao-full.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-CONCILIACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-RESULTADO-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'resultado-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-RESULTADO-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2-NOVO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.novo' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2-NOVO
           END-STRING.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-VEREDICTO-CONCILIACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'veredicto-conciliacao-full.dat' DELIMITED BY SIZE
             INTO WS-CAM-VEREDICTO-CONCILIACAO
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

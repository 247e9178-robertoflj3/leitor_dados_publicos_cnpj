       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARREDURA-COMPARTILHADA-BASE.

      ****************************************************************
      * VARREDURA UNICA DE EMPRESAS2.DAT PARA A BATERIA DE RELATORIOS *
      * DA MALHA. LE OS RELATORIOS INSCRITOS EM                       *
      * INSCRICOES-VARREDURA.DAT (PROGRAMA;FILTRO), PERCORRE A BASE   *
      * UMA UNICA VEZ E GRAVA UM EXTRATO SEQUENCIAL POR FILTRO EM USO,*
      * COM A IMAGEM COMPLETA DO REGISTRO DE EMPRESA:                 *
      *   TODOS        - VARREDURA-TODOS.DAT (TODA A BASE);           *
      *   ATIVAS       - VARREDURA-ATIVAS.DAT (SITUACAO 02);          *
      *   SIT-ESPECIAL - VARREDURA-SIT-ESPECIAL.DAT (COM SITUACAO     *
      *                  ESPECIAL PREENCHIDA);                        *
      *   COM-ABERTURA - VARREDURA-COM-ABERTURA.DAT (COM DATA DE      *
      *                  INICIO DE ATIVIDADE).                        *
      * AO FINAL GRAVA VARREDURA-CONTROLE.DAT (PROGRAMA;FILTRO;       *
      * ARQUIVO;DATA;HORA;EXTRAIDOS;LIDOS NA BASE), QUE CADA          *
      * RELATORIO INSCRITO CONSULTA: ACHANDO A SUA LINHA COM A DATA   *
      * DO DIA ELE LE O EXTRATO NO LUGAR DA BASE; SEM ELA, LE A BASE  *
      * COMO ANTES. O CONTROLE E ESVAZIADO NO INICIO, PARA QUE UMA    *
      * VARREDURA INTERROMPIDA NAO DEIXE EXTRATO INCOMPLETO EM USO.   *
      * DEVE RODAR NA MALHA DEPOIS DA CARGA E ANTES DOS RELATORIOS.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ
                   ALTERNATE KEY IS FRE-RAZAO-SOCIAL WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-INSCRICOES ASSIGN TO WS-CAM-INSCRICOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-INS.

           SELECT ARQ-CONTROLE ASSIGN TO WS-CAM-CONTROLE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VCT.

           SELECT ARQ-VAR-TODOS ASSIGN TO WS-CAM-VAR-TODOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VT1.

           SELECT ARQ-VAR-ATIVAS ASSIGN TO WS-CAM-VAR-ATIVAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VT2.

           SELECT ARQ-VAR-SIT-ESPECIAL ASSIGN TO
                   WS-CAM-VAR-SIT-ESPECIAL
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VT3.

           SELECT ARQ-VAR-COM-ABERTURA ASSIGN TO
                   WS-CAM-VAR-COM-ABERTURA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VT4.

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

       FD ARQ-INSCRICOES.
       01 REG-INSCRICAO               PIC X(080).

       FD ARQ-CONTROLE.
       01 REG-CONTROLE                PIC X(150).

       FD ARQ-VAR-TODOS.
       01 REG-VAR-TODOS               PIC X(1200).

       FD ARQ-VAR-ATIVAS.
       01 REG-VAR-ATIVAS              PIC X(1200).

       FD ARQ-VAR-SIT-ESPECIAL.
       01 REG-VAR-SIT-ESPECIAL        PIC X(1200).

       FD ARQ-VAR-COM-ABERTURA.
       01 REG-VAR-COM-ABERTURA        PIC X(1200).

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
          'VARREDURA-COMPARTILHADA-BASE'.

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
       01 WS-CAM-EMPRESAS2            PIC X(060) VALUE SPACES.
       01 WS-CAM-INSCRICOES           PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTROLE             PIC X(060) VALUE SPACES.
       01 WS-CAM-VAR-TODOS            PIC X(060) VALUE SPACES.
       01 WS-CAM-VAR-ATIVAS           PIC X(060) VALUE SPACES.
       01 WS-CAM-VAR-SIT-ESPECIAL     PIC X(060) VALUE SPACES.
       01 WS-CAM-VAR-COM-ABERTURA     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-INS              PIC XX.
       01 ST-ARQUIVO-VCT              PIC XX.
       01 ST-ARQUIVO-VT1              PIC XX.
       01 ST-ARQUIVO-VT2              PIC XX.
       01 ST-ARQUIVO-VT3              PIC XX.
       01 ST-ARQUIVO-VT4              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-VARREDURA           PIC 9(008) VALUE ZERO.
       01 WS-TOTAL-BASE               PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-REJEITADAS         PIC 9(003) VALUE ZERO.
       01 WS-QTD-ED                   PIC 9(009) VALUE ZERO.
       01 WS-BASE-ED                  PIC 9(009) VALUE ZERO.

      *    FILTROS RECONHECIDOS, NA ORDEM DOS EXTRATOS DECLARADOS NO
      *    FILE-CONTROL. SO O EXTRATO COM ALGUM INSCRITO E GRAVADO.
       01 WS-QTD-FILTROS              PIC 9 VALUE 4.
       01 WS-IDX-FIL                  PIC 9 VALUE ZERO.
       01 WS-TAB-FILTROS.
          05 WS-FIL-OCR OCCURS 4 TIMES.
             10 WS-FIL-NOME           PIC X(015).
             10 WS-FIL-ARQUIVO        PIC X(040).
             10 WS-FIL-EM-USO         PIC X(001).
             10 WS-FIL-QTD            PIC 9(009).

       01 WS-QTD-INSCRICOES           PIC 99 VALUE ZERO.
       01 WS-IDX-INS                  PIC 99 VALUE ZERO.
       01 WS-INS-PROGRAMA-IN          PIC X(040) VALUE SPACES.
       01 WS-INS-FILTRO-IN            PIC X(015) VALUE SPACES.
       01 WS-TAB-INSCRICOES.
          05 WS-INS-OCR OCCURS 30 TIMES.
             10 WS-INS-PROGRAMA       PIC X(040).
             10 WS-INS-IDX-FILTRO     PIC 9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'VARREDURA COMPARTILHADA DA BASE DE EMPRESAS'.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-VARREDURA FROM TIME.
           PERFORM 0002-INICIALIZAR-FILTROS.
           PERFORM 0003-ESVAZIAR-CONTROLE.
           PERFORM 0004-CARREGAR-INSCRICOES.
           IF WS-QTD-INSCRICOES IS EQUAL TO ZERO THEN
              DISPLAY '*** NENHUM RELATORIO INSCRITO NA VARREDURA ***'
              MOVE 4 TO RETURN-CODE
              MOVE 'INSCRITOS=0' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO ABRIR EMPRESAS2.DAT - STATUS '
                 ST-ARQUIVO-EMP ' ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'BASE INDISPONIVEL' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0005-ABRIR-EXTRATOS.
           PERFORM 0006-VARRER-BASE.
           CLOSE ARQ-EMPRESAS.
           PERFORM 0008-FECHAR-EXTRATOS.
           PERFORM 0009-GRAVAR-CONTROLE.
           DISPLAY 'REGISTROS LIDOS NA BASE.....: ' WS-TOTAL-BASE.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
             UNTIL WS-IDX-FIL IS GREATER THAN WS-QTD-FILTROS
             IF WS-FIL-EM-USO(WS-IDX-FIL) IS EQUAL TO 'S' THEN
                DISPLAY 'EXTRATO ' WS-FIL-NOME(WS-IDX-FIL) ': '
                   WS-FIL-QTD(WS-IDX-FIL)
             END-IF
           END-PERFORM.
           DISPLAY 'RELATORIOS INSCRITOS........: ' WS-QTD-INSCRICOES.
           DISPLAY 'INSCRICOES REJEITADAS.......: '
              WS-TOTAL-REJEITADAS.
           IF WS-TOTAL-REJEITADAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-TOTAL-BASE TO WS-BASE-ED.
           STRING 'LIDOS=' DELIMITED BY SIZE
                  WS-BASE-ED DELIMITED BY SIZE
                  ' INSCRITOS=' DELIMITED BY SIZE
                  WS-QTD-INSCRICOES DELIMITED BY SIZE
                  ' REJEITADAS=' DELIMITED BY SIZE
                  WS-TOTAL-REJEITADAS DELIMITED BY SIZE
             INTO WS-SUM-CONTADORES
           END-STRING.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           DISPLAY 'FIM DA VARREDURA COMPARTILHADA DA BASE.'.
           GOBACK.

       0002-INICIALIZAR-FILTROS.
           MOVE 'TODOS' TO WS-FIL-NOME(1).
           MOVE 'varredura-todos.dat' TO WS-FIL-ARQUIVO(1).
           MOVE 'ATIVAS' TO WS-FIL-NOME(2).
           MOVE 'varredura-ativas.dat' TO WS-FIL-ARQUIVO(2).
           MOVE 'SIT-ESPECIAL' TO WS-FIL-NOME(3).
           MOVE 'varredura-sit-especial.dat' TO WS-FIL-ARQUIVO(3).
           MOVE 'COM-ABERTURA' TO WS-FIL-NOME(4).
           MOVE 'varredura-com-abertura.dat' TO WS-FIL-ARQUIVO(4).
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
             UNTIL WS-IDX-FIL IS GREATER THAN WS-QTD-FILTROS
             MOVE 'N' TO WS-FIL-EM-USO(WS-IDX-FIL)
             MOVE ZERO TO WS-FIL-QTD(WS-IDX-FIL)
           END-PERFORM.

       0003-ESVAZIAR-CONTROLE.
      *    SEM LINHA NO CONTROLE OS RELATORIOS VOLTAM A LER A BASE;
      *    A LINHA SO E GRAVADA QUANDO O EXTRATO ESTA COMPLETO.
           OPEN OUTPUT ARQ-CONTROLE.
           IF ST-ARQUIVO-VCT IS EQUAL TO '00' THEN
              CLOSE ARQ-CONTROLE
           ELSE
              DISPLAY '*** ERRO AO ESVAZIAR VARREDURA-CONTROLE.DAT - '
                 'STATUS ' ST-ARQUIVO-VCT ' ***'
           END-IF.

       0004-CARREGAR-INSCRICOES.
           MOVE ZERO TO WS-QTD-INSCRICOES.
           MOVE ZERO TO WS-TOTAL-REJEITADAS.
           OPEN INPUT ARQ-INSCRICOES.
           IF ST-ARQUIVO-INS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-INSCRICOES
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-INSCRICAO IS NOT EQUAL TO SPACES THEN
                        PERFORM 0010-VALIDAR-INSCRICAO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-INSCRICOES
           END-IF.
           DISPLAY 'RELATORIOS INSCRITOS NA VARREDURA: '
              WS-QTD-INSCRICOES.

       0005-ABRIR-EXTRATOS.
      *    EXTRATO QUE NAO ABRE DEIXA O FILTRO FORA DE USO; OS
      *    RELATORIOS DELE FICAM SEM LINHA NO CONTROLE E LEEM A BASE.
           IF WS-FIL-EM-USO(1) IS EQUAL TO 'S' THEN
              OPEN OUTPUT ARQ-VAR-TODOS
              IF ST-ARQUIVO-VT1 IS NOT EQUAL TO '00' THEN
                 MOVE 1 TO WS-IDX-FIL
                 PERFORM 0011-AVISAR-EXTRATO-FALHO
              END-IF
           END-IF.
           IF WS-FIL-EM-USO(2) IS EQUAL TO 'S' THEN
              OPEN OUTPUT ARQ-VAR-ATIVAS
              IF ST-ARQUIVO-VT2 IS NOT EQUAL TO '00' THEN
                 MOVE 2 TO WS-IDX-FIL
                 PERFORM 0011-AVISAR-EXTRATO-FALHO
              END-IF
           END-IF.
           IF WS-FIL-EM-USO(3) IS EQUAL TO 'S' THEN
              OPEN OUTPUT ARQ-VAR-SIT-ESPECIAL
              IF ST-ARQUIVO-VT3 IS NOT EQUAL TO '00' THEN
                 MOVE 3 TO WS-IDX-FIL
                 PERFORM 0011-AVISAR-EXTRATO-FALHO
              END-IF
           END-IF.
           IF WS-FIL-EM-USO(4) IS EQUAL TO 'S' THEN
              OPEN OUTPUT ARQ-VAR-COM-ABERTURA
              IF ST-ARQUIVO-VT4 IS NOT EQUAL TO '00' THEN
                 MOVE 4 TO WS-IDX-FIL
                 PERFORM 0011-AVISAR-EXTRATO-FALHO
              END-IF
           END-IF.

       0006-VARRER-BASE.
           MOVE ZERO TO WS-TOTAL-BASE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-BASE
                  PERFORM 0007-DISTRIBUIR-REGISTRO
             END-READ
           END-PERFORM.

       0007-DISTRIBUIR-REGISTRO.
      *    OS CRITERIOS SAO OS MESMOS QUE OS RELATORIOS APLICAM NA
      *    LEITURA DA BASE; O RELATORIO CONTINUA APLICANDO O SEU.
           IF WS-FIL-EM-USO(1) IS EQUAL TO 'S' THEN
              WRITE REG-VAR-TODOS FROM FD-REG-EMPRESA
              ADD 1 TO WS-FIL-QTD(1)
           END-IF.
           IF WS-FIL-EM-USO(2) IS EQUAL TO 'S' AND
              FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
              WRITE REG-VAR-ATIVAS FROM FD-REG-EMPRESA
              ADD 1 TO WS-FIL-QTD(2)
           END-IF.
           IF WS-FIL-EM-USO(3) IS EQUAL TO 'S' AND
              FRE-SIT-ESPECIAL IS NOT EQUAL TO SPACES THEN
              WRITE REG-VAR-SIT-ESPECIAL FROM FD-REG-EMPRESA
              ADD 1 TO WS-FIL-QTD(3)
           END-IF.
           IF WS-FIL-EM-USO(4) IS EQUAL TO 'S' AND
              FRE-DATA-INICIO-ATIVIDADE(1:4) IS NOT EQUAL TO '0000'
              THEN
              WRITE REG-VAR-COM-ABERTURA FROM FD-REG-EMPRESA
              ADD 1 TO WS-FIL-QTD(4)
           END-IF.

       0008-FECHAR-EXTRATOS.
           IF WS-FIL-EM-USO(1) IS EQUAL TO 'S' THEN
              CLOSE ARQ-VAR-TODOS
           END-IF.
           IF WS-FIL-EM-USO(2) IS EQUAL TO 'S' THEN
              CLOSE ARQ-VAR-ATIVAS
           END-IF.
           IF WS-FIL-EM-USO(3) IS EQUAL TO 'S' THEN
              CLOSE ARQ-VAR-SIT-ESPECIAL
           END-IF.
           IF WS-FIL-EM-USO(4) IS EQUAL TO 'S' THEN
              CLOSE ARQ-VAR-COM-ABERTURA
           END-IF.

       0009-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           IF ST-ARQUIVO-VCT IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ERRO AO GRAVAR VARREDURA-CONTROLE.DAT - '
                 'STATUS ' ST-ARQUIVO-VCT ' ***'
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE WS-TOTAL-BASE TO WS-BASE-ED
              PERFORM VARYING WS-IDX-INS FROM 1 BY 1
                UNTIL WS-IDX-INS IS GREATER THAN WS-QTD-INSCRICOES
                MOVE WS-INS-IDX-FILTRO(WS-IDX-INS) TO WS-IDX-FIL
                IF WS-FIL-EM-USO(WS-IDX-FIL) IS EQUAL TO 'S' THEN
                   MOVE WS-FIL-QTD(WS-IDX-FIL) TO WS-QTD-ED
                   MOVE SPACES TO REG-CONTROLE
                   STRING WS-INS-PROGRAMA(WS-IDX-INS)
                            DELIMITED BY SPACE
                          ';' DELIMITED BY SIZE
                          WS-FIL-NOME(WS-IDX-FIL) DELIMITED BY SPACE
                          ';' DELIMITED BY SIZE
                          WS-FIL-ARQUIVO(WS-IDX-FIL)
                            DELIMITED BY SPACE
                          ';' DELIMITED BY SIZE
                          WS-DATA-HOJE DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WS-HORA-VARREDURA DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WS-QTD-ED DELIMITED BY SIZE
                          ';' DELIMITED BY SIZE
                          WS-BASE-ED DELIMITED BY SIZE
                     INTO REG-CONTROLE
                   END-STRING
                   WRITE REG-CONTROLE
                END-IF
              END-PERFORM
              CLOSE ARQ-CONTROLE
           END-IF.

       0010-VALIDAR-INSCRICAO.
           MOVE SPACES TO WS-INS-PROGRAMA-IN.
           MOVE SPACES TO WS-INS-FILTRO-IN.
           UNSTRING REG-INSCRICAO DELIMITED BY ';'
             INTO WS-INS-PROGRAMA-IN
                  WS-INS-FILTRO-IN
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-INS-PROGRAMA-IN) TO
             WS-INS-PROGRAMA-IN.
           MOVE FUNCTION UPPER-CASE(WS-INS-FILTRO-IN) TO
             WS-INS-FILTRO-IN.
           IF WS-INS-FILTRO-IN IS EQUAL TO SPACES THEN
              MOVE 'TODOS' TO WS-INS-FILTRO-IN
           END-IF.
           MOVE ZERO TO WS-IDX-INS.
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
             UNTIL WS-IDX-FIL IS GREATER THAN WS-QTD-FILTROS
             IF WS-FIL-NOME(WS-IDX-FIL) IS EQUAL TO WS-INS-FILTRO-IN
                THEN
                MOVE WS-IDX-FIL TO WS-IDX-INS
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-INS-PROGRAMA-IN IS EQUAL TO SPACES
                ADD 1 TO WS-TOTAL-REJEITADAS
                DISPLAY '*** INSCRICAO SEM PROGRAMA: '
                   REG-INSCRICAO(1:60) ' ***'
             WHEN WS-IDX-INS IS EQUAL TO ZERO
                ADD 1 TO WS-TOTAL-REJEITADAS
                DISPLAY '*** FILTRO DESCONHECIDO ' WS-INS-FILTRO-IN
                   ' PARA ' WS-INS-PROGRAMA-IN ' ***'
             WHEN WS-QTD-INSCRICOES IS NOT LESS THAN 30
                ADD 1 TO WS-TOTAL-REJEITADAS
                DISPLAY '*** LIMITE DE 30 INSCRICOES - '
                   WS-INS-PROGRAMA-IN ' LERA A BASE ***'
             WHEN OTHER
                ADD 1 TO WS-QTD-INSCRICOES
                MOVE WS-INS-PROGRAMA-IN TO
                  WS-INS-PROGRAMA(WS-QTD-INSCRICOES)
                MOVE WS-IDX-INS TO
                  WS-INS-IDX-FILTRO(WS-QTD-INSCRICOES)
                MOVE 'S' TO WS-FIL-EM-USO(WS-IDX-INS)
           END-EVALUATE.

       0011-AVISAR-EXTRATO-FALHO.
           DISPLAY '*** ERRO AO ABRIR O EXTRATO '
              WS-FIL-ARQUIVO(WS-IDX-FIL) ' - OS INSCRITOS NO FILTRO '
              WS-FIL-NOME(WS-IDX-FIL) ' LERAO A BASE ***'.
           MOVE 'N' TO WS-FIL-EM-USO(WS-IDX-FIL).
           MOVE 4 TO RETURN-CODE.

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
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-INSCRICOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'inscricoes-varredura.dat' DELIMITED BY SIZE
             INTO WS-CAM-INSCRICOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-controle.dat' DELIMITED BY SIZE
             INTO WS-CAM-CONTROLE
           END-STRING.
           MOVE SPACES TO WS-CAM-VAR-TODOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-todos.dat' DELIMITED BY SIZE
             INTO WS-CAM-VAR-TODOS
           END-STRING.
           MOVE SPACES TO WS-CAM-VAR-ATIVAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-ativas.dat' DELIMITED BY SIZE
             INTO WS-CAM-VAR-ATIVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-VAR-SIT-ESPECIAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-sit-especial.dat' DELIMITED BY SIZE
             INTO WS-CAM-VAR-SIT-ESPECIAL
           END-STRING.
           MOVE SPACES TO WS-CAM-VAR-COM-ABERTURA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'varredura-com-abertura.dat' DELIMITED BY SIZE
             INTO WS-CAM-VAR-COM-ABERTURA
           END-STRING.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
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

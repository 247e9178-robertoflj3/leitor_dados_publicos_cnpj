       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICAR-ACESSOS.

      ****************************************************************
      * RECERTIFICACAO PERIODICA (TRIMESTRAL) DOS ACESSOS A TELA DE   *
      * CONSULTA, SOBRE O CADASTRO DE USUARIOS DO LEITOR-RFB2         *
      * (USUARIOS.DAT). MODOS:                                        *
      *   A - ABRE O CICLO: UM RELATORIO POR GESTOR                   *
      *       (RECERTIFICACAO-<GESTOR>.TXT) COM PERFIL, ESCOPO DE UF, *
      *       CENTRO DE CUSTO, ULTIMO LOGIN E VOLUME DE CONSULTAS DO  *
      *       LOG-CONSULTAS.DAT NA JANELA, E O ARQUIVO DE CONFIRMACAO *
      *       (RECERTIFICACAO-RETORNO-<GESTOR>.DAT) QUE O GESTOR      *
      *       DEVOLVE COM C (CONFIRMA) OU R (REVOGA) EM CADA USUARIO; *
      *   E - ENCERRA O CICLO APOS O PRAZO: BLOQUEIA (SITUACAO B)     *
      *       QUEM FOI REVOGADO, QUEM NAO FOI CONFIRMADO PELO PROPRIO *
      *       GESTOR E QUEM ESTA SEM LOGIN HA MAIS DE N DIAS; OS      *
      *       CONFIRMADOS GANHAM A DATA DE CERTIFICACAO;              *
      *   I - SO O BLOQUEIO POR INATIVIDADE, FORA DO CICLO.           *
      * USUARIO SEM GESTOR CAI NO GRUPO SEM-GESTOR (A SEGURANCA DA    *
      * INFORMACAO RESPONDE POR ELE). NINGUEM CONFIRMA O PROPRIO      *
      * ACESSO. TODO BLOQUEIO E TODA CONFIRMACAO VAO PARA A TRILHA DE *
      * AUDITORIA (AUDITORIA-MANUTENCAO.DAT) COM O CAMPO              *
      * ACESSO-USUARIO. PARAMETROS (PARAMETROS-SISTEMA.DAT):          *
      * RECERT-PRAZO-DIAS (PADRAO 15), RECERT-DIAS-INATIVO (PADRAO    *
      * 90) E RECERT-JANELA-DIAS (PADRAO 90). O DESBLOQUEIO E FEITO   *
      * PELA SEGURANCA NO CADASTRO, COM NOVA CONFIRMACAO DO GESTOR.   *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIOS ASSIGN TO WS-CAM-USUARIOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-USU.

           SELECT ARQ-LOG-CONSULTAS ASSIGN TO WS-CAM-LOG-CONSULTAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-LOG.

           SELECT ARQ-CICLO ASSIGN TO WS-CAM-CICLO-RECERTIFICACAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CIC.

           SELECT ARQ-RELATORIO ASSIGN TO WS-CAM-RELATORIO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-RETORNO ASSIGN TO WS-CAM-RETORNO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RTN.

           SELECT ARQ-AUDITORIA ASSIGN TO
                   WS-CAM-AUDITORIA-MANUTENCAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AUD.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-USUARIOS.
       01 REG-USUARIO.
           03 USU-NOME              PIC X(020).
           03 USU-SENHA             PIC X(010).
           03 USU-PERFIL            PIC X.
           03 USU-DATA-TROCA        PIC 9(008).
           03 USU-CENTRO-CUSTO      PIC X(008).
           03 USU-UFS-PERMITIDAS    PIC X(054).
           03 USU-GESTOR            PIC X(020).
           03 USU-SITUACAO          PIC X.
           03 USU-DATA-ULTIMO-LOGIN PIC 9(008).
           03 USU-DATA-CERTIFICACAO PIC 9(008).

       FD ARQ-LOG-CONSULTAS.
       01 REG-LOG-CONSULTA            PIC X(250).

       FD ARQ-CICLO.
       01 REG-CICLO.
           03 RCI-DATA-ABERTURA       PIC 9(008).
           03 RCI-DATA-PRAZO          PIC 9(008).
           03 RCI-SITUACAO            PIC X.
           03 RCI-DATA-ENCERRAMENTO   PIC 9(008).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(200).

       FD ARQ-RETORNO.
       01 REG-RETORNO                 PIC X(080).

       FD ARQ-AUDITORIA.
       01 REG-AUDITORIA               PIC X(250).

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

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-SUX              PIC XX.
       01 WS-CAM-SUMARIO-EXECUCOES    PIC X(060) VALUE SPACES.
       01 WS-SUM-PROGRAMA             PIC X(030) VALUE
          'RECERTIFICAR-ACESSOS'.

       01 WS-SUM-VEREDICTO            PIC X(016) VALUE SPACES.
       01 WS-SUM-CONTADORES           PIC X(100) VALUE SPACES.
       01 WS-SUM-DATA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-HORA                 PIC 9(008) VALUE ZERO.
       01 WS-SUM-RC                   PIC 9(004) VALUE ZERO.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-USUARIOS                PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-CONSULTAS           PIC X(060) VALUE SPACES.
       01 WS-CAM-CICLO-RECERTIFICACAO    PIC X(060) VALUE SPACES.
       01 WS-CAM-AUDITORIA-MANUTENCAO    PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO               PIC X(060) VALUE SPACES.
       01 WS-CAM-RETORNO                 PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-USU              PIC XX.
       01 ST-ARQUIVO-LOG              PIC XX.
       01 ST-ARQUIVO-CIC              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 ST-ARQUIVO-RTN              PIC XX.
       01 ST-ARQUIVO-AUD              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-MODO                     PIC X VALUE SPACE.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.
       01 WS-HORA-AGORA               PIC 9(008) VALUE ZERO.
       01 WS-DIAS-INTEIROS            PIC 9(007) VALUE ZERO.
       01 WS-PRAZO-DIAS               PIC 9(003) VALUE 15.
       01 WS-DIAS-INATIVO             PIC 9(003) VALUE 90.
       01 WS-JANELA-DIAS              PIC 9(003) VALUE 90.
       01 WS-DATA-INICIO-JANELA       PIC 9(008) VALUE ZERO.
       01 WS-CICLO-ABERTO             PIC X VALUE 'N'.
       01 WS-USUARIOS-EXCEDENTES      PIC X VALUE 'N'.

       01 WS-LOG-DATA                 PIC X(008).
       01 WS-LOG-HORA                 PIC X(008).
       01 WS-LOG-USUARIO              PIC X(020).
       01 WS-LOG-DATA-NUM             PIC 9(008) VALUE ZERO.

       01 WS-QTD-USUARIOS             PIC 9(003) VALUE ZERO.
       01 WS-IDX-USU                  PIC 9(003) VALUE ZERO.
       01 WS-IDX-ACHADO               PIC 9(003) VALUE ZERO.
       01 WS-TAB-USUARIOS.
          05 WS-USU-OCR OCCURS 500 TIMES.
             10 WS-USU-NOME           PIC X(020).
             10 WS-USU-SENHA          PIC X(010).
             10 WS-USU-PERFIL         PIC X.
             10 WS-USU-DATA-TROCA     PIC 9(008).
             10 WS-USU-CENTRO-CUSTO   PIC X(008).
             10 WS-USU-UFS            PIC X(054).
             10 WS-USU-GESTOR         PIC X(020).
             10 WS-USU-SITUACAO       PIC X.
             10 WS-USU-ULTIMO-LOGIN   PIC 9(008).
             10 WS-USU-CERTIFICACAO   PIC 9(008).
             10 WS-USU-GRUPO          PIC X(020).
             10 WS-USU-CONSULTAS      PIC 9(007).
             10 WS-USU-DIAS-SEM-LOGIN PIC 9(005).
             10 WS-USU-DECISAO        PIC X.
             10 WS-USU-MOTIVO         PIC X(030).

       01 WS-QTD-GESTORES             PIC 9(003) VALUE ZERO.
       01 WS-IDX-GES                  PIC 9(003) VALUE ZERO.
       01 WS-GES-ACHADO               PIC X VALUE 'N'.
       01 WS-TAB-GESTORES.
          05 WS-GES-OCR OCCURS 100 TIMES.
             10 WS-GES-NOME           PIC X(020).
             10 WS-GES-QTD            PIC 9(003).
             10 WS-GES-RETORNO        PIC X.

       01 WS-GRUPO-ATUAL              PIC X(020) VALUE SPACES.
       01 WS-NOME-ARQUIVO-GESTOR      PIC X(020) VALUE SPACES.
       01 WS-ULTIMO-LOGIN-EFETIVO     PIC 9(008) VALUE ZERO.
       01 WS-ULTIMO-LOGIN-EXIBIDO     PIC X(008) VALUE SPACES.
       01 WS-CERTIFICACAO-EXIBIDA     PIC X(008) VALUE SPACES.
       01 WS-ESCOPO-EXIBIDO           PIC X(054) VALUE SPACES.

       01 WS-RET-CICLO                PIC X(008).
       01 WS-RET-GESTOR               PIC X(020).
       01 WS-RET-USUARIO              PIC X(020).
       01 WS-RET-DECISAO              PIC X(005).

       01 WS-AUD-OPERADOR             PIC X(020) VALUE
          'RECERTIFICACAO'.
       01 WS-AUD-CNPJ-VAZIO           PIC X(014) VALUE SPACES.
       01 WS-AUD-DE                   PIC X(080) VALUE SPACES.
       01 WS-AUD-PARA                 PIC X(080) VALUE SPACES.

       01 WS-CONT-CONFIRMADOS         PIC 9(005) VALUE ZERO.
       01 WS-CONT-BLOQ-REVOGADOS      PIC 9(005) VALUE ZERO.
       01 WS-CONT-BLOQ-SEM-CONFIRM    PIC 9(005) VALUE ZERO.
       01 WS-CONT-BLOQ-INATIVOS       PIC 9(005) VALUE ZERO.
       01 WS-CONT-JA-BLOQUEADOS       PIC 9(005) VALUE ZERO.
       01 WS-CONT-LINHAS-INVALIDAS    PIC 9(005) VALUE ZERO.
       01 WS-CONT-RETORNOS-AUSENTES   PIC 9(003) VALUE ZERO.
       01 WS-CONT-RELATORIOS          PIC 9(003) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'RECERTIFICACAO DE ACESSOS A TELA DE CONSULTA'.
           DISPLAY 'MODO (A=ABRIR CICLO, E=ENCERRAR CICLO, '
              'I=SO INATIVIDADE): '.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF WS-MODO IS NOT EQUAL TO 'A' AND
              WS-MODO IS NOT EQUAL TO 'E' AND
              WS-MODO IS NOT EQUAL TO 'I' THEN
              DISPLAY '*** MODO INVALIDO: ' WS-MODO ' ***'
              MOVE 8 TO RETURN-CODE
              MOVE 'MODO INVALIDO' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE 'RECERT-PRAZO-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-PRAZO-DIAS
           END-IF.
           MOVE 'RECERT-DIAS-INATIVO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-DIAS-INATIVO
           END-IF.
           MOVE 'RECERT-JANELA-DIAS' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-JANELA-DIAS
           END-IF.
           DISPLAY 'PRAZO DO GESTOR (DIAS)......: ' WS-PRAZO-DIAS.
           DISPLAY 'BLOQUEIO SEM LOGIN (DIAS)...: ' WS-DIAS-INATIVO.
           DISPLAY 'JANELA DE CONSULTAS (DIAS)..: ' WS-JANELA-DIAS.
           COMPUTE WS-DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-JANELA-DIAS.
           COMPUTE WS-DATA-INICIO-JANELA =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
           PERFORM 0002-LER-CICLO.
           IF WS-MODO IS EQUAL TO 'A' AND
              WS-CICLO-ABERTO IS EQUAL TO 'S' THEN
              DISPLAY '*** CICLO ABERTO EM ' RCI-DATA-ABERTURA
                 ' COM PRAZO ' RCI-DATA-PRAZO
                 ' - ENCERRE-O ANTES DE ABRIR OUTRO ***'
              MOVE 4 TO RETURN-CODE
              MOVE 'CICLO JA ABERTO' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           IF WS-MODO IS EQUAL TO 'E' THEN
              IF WS-CICLO-ABERTO IS NOT EQUAL TO 'S' THEN
                 DISPLAY '*** NAO HA CICLO DE RECERTIFICACAO ABERTO ***'
                 MOVE 4 TO RETURN-CODE
                 MOVE 'SEM CICLO ABERTO' TO WS-SUM-CONTADORES
                 PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
                 GOBACK
              END-IF
              IF WS-DATA-HOJE IS NOT GREATER THAN RCI-DATA-PRAZO THEN
                 DISPLAY '*** PRAZO DOS GESTORES VAI ATE '
                    RCI-DATA-PRAZO ' - ENCERRAMENTO SO DEPOIS ***'
                 MOVE 4 TO RETURN-CODE
                 MOVE 'PRAZO NAO VENCIDO' TO WS-SUM-CONTADORES
                 PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
                 GOBACK
              END-IF
           END-IF.
           PERFORM 0003-CARREGAR-USUARIOS.
           IF ST-ARQUIVO-USU IS NOT EQUAL TO '00' THEN
              DISPLAY '*** CADASTRO DE USUARIOS INDISPONIVEL (STATUS '
                 ST-ARQUIVO-USU ') ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'SEM CADASTRO DE USUARIOS' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           IF WS-USUARIOS-EXCEDENTES IS EQUAL TO 'S' THEN
              DISPLAY '*** CADASTRO DE USUARIOS ACIMA DE 500 '
                 'REGISTROS - RECERTIFICACAO ABORTADA ***'
              MOVE 12 TO RETURN-CODE
              MOVE 'CADASTRO ACIMA DO LIMITE' TO WS-SUM-CONTADORES
              PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO
              GOBACK
           END-IF.
           PERFORM 0004-CONTAR-CONSULTAS.
           PERFORM 0005-MONTAR-GESTORES.
           EVALUATE WS-MODO
             WHEN 'A'
                PERFORM 0010-ABRIR-CICLO
             WHEN 'E'
                PERFORM 0020-ENCERRAR-CICLO
             WHEN 'I'
                PERFORM 0023-APLICAR-DECISOES
                PERFORM 0026-REGRAVAR-USUARIOS
                PERFORM 0027-EMITIR-APURACAO
           END-EVALUATE.
           DISPLAY 'USUARIOS NO CADASTRO.......: ' WS-QTD-USUARIOS.
           DISPLAY 'GESTORES...................: ' WS-QTD-GESTORES.
           IF WS-MODO IS EQUAL TO 'A' THEN
              DISPLAY 'RELATORIOS EMITIDOS........: '
                 WS-CONT-RELATORIOS
              DISPLAY 'PRAZO DOS GESTORES.........: ' RCI-DATA-PRAZO
              MOVE SPACES TO WS-SUM-CONTADORES
              STRING 'CICLO=' DELIMITED BY SIZE
                     RCI-DATA-ABERTURA DELIMITED BY SIZE
                     ' PRAZO=' DELIMITED BY SIZE
                     RCI-DATA-PRAZO DELIMITED BY SIZE
                     ' GESTORES=' DELIMITED BY SIZE
                     WS-QTD-GESTORES DELIMITED BY SIZE
                     ' USUARIOS=' DELIMITED BY SIZE
                     WS-QTD-USUARIOS DELIMITED BY SIZE
                INTO WS-SUM-CONTADORES
              END-STRING
           ELSE
              DISPLAY 'CONFIRMADOS................: '
                 WS-CONT-CONFIRMADOS
              DISPLAY 'BLOQUEADOS - REVOGADOS.....: '
                 WS-CONT-BLOQ-REVOGADOS
              DISPLAY 'BLOQUEADOS - SEM CONFIRMAR.: '
                 WS-CONT-BLOQ-SEM-CONFIRM
              DISPLAY 'BLOQUEADOS - SEM LOGIN.....: '
                 WS-CONT-BLOQ-INATIVOS
              DISPLAY 'JA BLOQUEADOS ANTES........: '
                 WS-CONT-JA-BLOQUEADOS
              DISPLAY 'LINHAS DE RETORNO INVALIDAS: '
                 WS-CONT-LINHAS-INVALIDAS
              DISPLAY 'RETORNOS NAO DEVOLVIDOS....: '
                 WS-CONT-RETORNOS-AUSENTES
              IF WS-CONT-LINHAS-INVALIDAS IS GREATER THAN ZERO OR
                 WS-CONT-RETORNOS-AUSENTES IS GREATER THAN ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE SPACES TO WS-SUM-CONTADORES
              STRING 'MODO=' DELIMITED BY SIZE
                     WS-MODO DELIMITED BY SIZE
                     ' CONFIRMADOS=' DELIMITED BY SIZE
                     WS-CONT-CONFIRMADOS DELIMITED BY SIZE
                     ' REVOGADOS=' DELIMITED BY SIZE
                     WS-CONT-BLOQ-REVOGADOS DELIMITED BY SIZE
                     ' SEM-CONFIRMACAO=' DELIMITED BY SIZE
                     WS-CONT-BLOQ-SEM-CONFIRM DELIMITED BY SIZE
                     ' INATIVOS=' DELIMITED BY SIZE
                     WS-CONT-BLOQ-INATIVOS DELIMITED BY SIZE
                INTO WS-SUM-CONTADORES
              END-STRING
           END-IF.
           DISPLAY 'FIM DA RECERTIFICACAO DE ACESSOS.'.
           PERFORM 9600-GRAVAR-SUMARIO-EXECUCAO.
           GOBACK.

       0002-LER-CICLO.
           MOVE 'N' TO WS-CICLO-ABERTO.
           MOVE ZERO TO RCI-DATA-ABERTURA.
           MOVE ZERO TO RCI-DATA-PRAZO.
           OPEN INPUT ARQ-CICLO.
           IF ST-ARQUIVO-CIC IS EQUAL TO '00' THEN
              READ ARQ-CICLO
                AT END
                   MOVE ZERO TO RCI-DATA-ABERTURA
                   MOVE ZERO TO RCI-DATA-PRAZO
                NOT AT END
                   IF RCI-SITUACAO IS EQUAL TO 'A' THEN
                      MOVE 'S' TO WS-CICLO-ABERTO
                   END-IF
              END-READ
              CLOSE ARQ-CICLO
           END-IF.

       0003-CARREGAR-USUARIOS.
      *    CAMPOS DE RECERTIFICACAO AUSENTES NOS REGISTROS ANTIGOS
      *    VALEM COMO ZERO (NUNCA CERTIFICADO, LOGIN NAO REGISTRADO).
           MOVE ZERO TO WS-QTD-USUARIOS.
           MOVE 'N' TO WS-USUARIOS-EXCEDENTES.
           OPEN INPUT ARQ-USUARIOS.
           IF ST-ARQUIVO-USU IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-USUARIOS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF USU-NOME IS NOT EQUAL TO SPACES THEN
                        IF WS-QTD-USUARIOS IS LESS THAN 500 THEN
                           ADD 1 TO WS-QTD-USUARIOS
                           PERFORM 0006-GUARDAR-USUARIO
                        ELSE
                           MOVE 'S' TO WS-USUARIOS-EXCEDENTES
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-USUARIOS
           END-IF.

       0004-CONTAR-CONSULTAS.
           OPEN INPUT ARQ-LOG-CONSULTAS.
           IF ST-ARQUIVO-LOG IS NOT EQUAL TO '00' THEN
              DISPLAY 'SEM LOG DE CONSULTAS - VOLUME ZERADO'
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-LOG-CONSULTAS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM 0007-CONTAR-LINHA-LOG
                END-READ
              END-PERFORM
              CLOSE ARQ-LOG-CONSULTAS
           END-IF.

       0005-MONTAR-GESTORES.
      *    SO OS USUARIOS ATIVOS ENTRAM NO CICLO; O GRUPO E O GESTOR
      *    CADASTRADO OU SEM-GESTOR.
           MOVE ZERO TO WS-QTD-GESTORES.
           PERFORM VARYING WS-IDX-USU FROM 1 BY 1
             UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
             IF WS-USU-GESTOR(WS-IDX-USU) IS EQUAL TO SPACES THEN
                MOVE 'SEM-GESTOR' TO WS-USU-GRUPO(WS-IDX-USU)
             ELSE
                MOVE WS-USU-GESTOR(WS-IDX-USU) TO
                  WS-USU-GRUPO(WS-IDX-USU)
             END-IF
             IF WS-USU-SITUACAO(WS-IDX-USU) IS NOT EQUAL TO 'B' THEN
                MOVE 'N' TO WS-GES-ACHADO
                PERFORM VARYING WS-IDX-GES FROM 1 BY 1
                  UNTIL WS-IDX-GES IS GREATER THAN WS-QTD-GESTORES
                  IF WS-GES-NOME(WS-IDX-GES) IS EQUAL TO
                     WS-USU-GRUPO(WS-IDX-USU) THEN
                     MOVE 'S' TO WS-GES-ACHADO
                     ADD 1 TO WS-GES-QTD(WS-IDX-GES)
                  END-IF
                END-PERFORM
                IF WS-GES-ACHADO IS EQUAL TO 'N' THEN
                   IF WS-QTD-GESTORES IS LESS THAN 100 THEN
                      ADD 1 TO WS-QTD-GESTORES
                      MOVE WS-USU-GRUPO(WS-IDX-USU) TO
                        WS-GES-NOME(WS-QTD-GESTORES)
                      MOVE 1 TO WS-GES-QTD(WS-QTD-GESTORES)
                      MOVE 'N' TO WS-GES-RETORNO(WS-QTD-GESTORES)
                   ELSE
                      DISPLAY '*** LIMITE DE 100 GESTORES - USUARIO '
                         WS-USU-NOME(WS-IDX-USU) ' FORA DO CICLO ***'
                   END-IF
                END-IF
             END-IF
           END-PERFORM.

       0006-GUARDAR-USUARIO.
           MOVE USU-NOME TO WS-USU-NOME(WS-QTD-USUARIOS).
           MOVE USU-SENHA TO WS-USU-SENHA(WS-QTD-USUARIOS).
           MOVE USU-PERFIL TO WS-USU-PERFIL(WS-QTD-USUARIOS).
           IF USU-DATA-TROCA IS NUMERIC THEN
              MOVE USU-DATA-TROCA TO WS-USU-DATA-TROCA(WS-QTD-USUARIOS)
           ELSE
              MOVE ZERO TO WS-USU-DATA-TROCA(WS-QTD-USUARIOS)
           END-IF.
           MOVE USU-CENTRO-CUSTO TO
             WS-USU-CENTRO-CUSTO(WS-QTD-USUARIOS).
           MOVE USU-UFS-PERMITIDAS TO WS-USU-UFS(WS-QTD-USUARIOS).
           MOVE USU-GESTOR TO WS-USU-GESTOR(WS-QTD-USUARIOS).
           MOVE USU-SITUACAO TO WS-USU-SITUACAO(WS-QTD-USUARIOS).
           IF USU-DATA-ULTIMO-LOGIN IS NUMERIC THEN
              MOVE USU-DATA-ULTIMO-LOGIN TO
                WS-USU-ULTIMO-LOGIN(WS-QTD-USUARIOS)
           ELSE
              MOVE ZERO TO WS-USU-ULTIMO-LOGIN(WS-QTD-USUARIOS)
           END-IF.
           IF USU-DATA-CERTIFICACAO IS NUMERIC THEN
              MOVE USU-DATA-CERTIFICACAO TO
                WS-USU-CERTIFICACAO(WS-QTD-USUARIOS)
           ELSE
              MOVE ZERO TO WS-USU-CERTIFICACAO(WS-QTD-USUARIOS)
           END-IF.
           MOVE SPACES TO WS-USU-GRUPO(WS-QTD-USUARIOS).
           MOVE ZERO TO WS-USU-CONSULTAS(WS-QTD-USUARIOS).
           MOVE ZERO TO WS-USU-DIAS-SEM-LOGIN(WS-QTD-USUARIOS).
           MOVE SPACE TO WS-USU-DECISAO(WS-QTD-USUARIOS).
           MOVE SPACES TO WS-USU-MOTIVO(WS-QTD-USUARIOS).

       0007-CONTAR-LINHA-LOG.
           MOVE SPACES TO WS-LOG-DATA.
           MOVE SPACES TO WS-LOG-HORA.
           MOVE SPACES TO WS-LOG-USUARIO.
           UNSTRING REG-LOG-CONSULTA DELIMITED BY ';'
             INTO WS-LOG-DATA
                  WS-LOG-HORA
                  WS-LOG-USUARIO
           END-UNSTRING.
           IF WS-LOG-DATA IS NUMERIC THEN
              MOVE WS-LOG-DATA TO WS-LOG-DATA-NUM
           ELSE
              MOVE ZERO TO WS-LOG-DATA-NUM
           END-IF.
           IF WS-LOG-DATA-NUM IS NOT LESS THAN WS-DATA-INICIO-JANELA
           THEN
              PERFORM VARYING WS-IDX-USU FROM 1 BY 1
                UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
                IF WS-USU-NOME(WS-IDX-USU) IS EQUAL TO WS-LOG-USUARIO
                THEN
                   ADD 1 TO WS-USU-CONSULTAS(WS-IDX-USU)
                END-IF
              END-PERFORM
           END-IF.

       0008-CALCULAR-DIAS-SEM-LOGIN.
      *    SEM LOGIN REGISTRADO VALE A ULTIMA TROCA DE SENHA, QUE SO
      *    ACONTECE DENTRO DA TELA; SEM NENHUMA DAS DUAS O USUARIO
      *    CONTA COMO NUNCA TENDO ENTRADO.
           MOVE WS-USU-ULTIMO-LOGIN(WS-IDX-USU) TO
             WS-ULTIMO-LOGIN-EFETIVO.
           IF WS-USU-DATA-TROCA(WS-IDX-USU) IS GREATER THAN
              WS-ULTIMO-LOGIN-EFETIVO THEN
              MOVE WS-USU-DATA-TROCA(WS-IDX-USU) TO
                WS-ULTIMO-LOGIN-EFETIVO
           END-IF.
           IF WS-ULTIMO-LOGIN-EFETIVO IS LESS THAN 16010101 OR
              WS-ULTIMO-LOGIN-EFETIVO IS GREATER THAN WS-DATA-HOJE
           THEN
              MOVE 99999 TO WS-USU-DIAS-SEM-LOGIN(WS-IDX-USU)
              MOVE 'NUNCA' TO WS-ULTIMO-LOGIN-EXIBIDO
           ELSE
              COMPUTE WS-USU-DIAS-SEM-LOGIN(WS-IDX-USU) =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                 FUNCTION INTEGER-OF-DATE(WS-ULTIMO-LOGIN-EFETIVO)
              MOVE WS-ULTIMO-LOGIN-EFETIVO TO WS-ULTIMO-LOGIN-EXIBIDO
           END-IF.

       0010-ABRIR-CICLO.
           MOVE WS-DATA-HOJE TO RCI-DATA-ABERTURA.
           COMPUTE WS-DIAS-INTEIROS =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-PRAZO-DIAS.
           COMPUTE RCI-DATA-PRAZO =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIROS).
           PERFORM VARYING WS-IDX-GES FROM 1 BY 1
             UNTIL WS-IDX-GES IS GREATER THAN WS-QTD-GESTORES
             PERFORM 0011-EMITIR-RELATORIO-GESTOR
           END-PERFORM.
           MOVE 'A' TO RCI-SITUACAO.
           MOVE ZERO TO RCI-DATA-ENCERRAMENTO.
           PERFORM 0030-GRAVAR-CICLO.
           MOVE SPACES TO WS-AUD-DE.
           MOVE SPACES TO WS-AUD-PARA.
           STRING 'CICLO ' DELIMITED BY SIZE
                  RCI-DATA-ABERTURA DELIMITED BY SIZE
                  ' ABERTO PRAZO ' DELIMITED BY SIZE
                  RCI-DATA-PRAZO DELIMITED BY SIZE
             INTO WS-AUD-PARA
           END-STRING.
           PERFORM 0040-GRAVAR-AUDITORIA.

       0011-EMITIR-RELATORIO-GESTOR.
           MOVE WS-GES-NOME(WS-IDX-GES) TO WS-GRUPO-ATUAL.
           PERFORM 0013-MONTAR-NOMES-GESTOR.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-RETORNO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'RECERTIFICACAO DE ACESSOS A TELA DE CONSULTA - '
                    DELIMITED BY SIZE
                  'CICLO ' DELIMITED BY SIZE
                  RCI-DATA-ABERTURA DELIMITED BY SIZE
                  ' - GESTOR ' DELIMITED BY SIZE
                  WS-GRUPO-ATUAL DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PRAZO PARA DEVOLVER O ARQUIVO DE CONFIRMACAO: '
                    DELIMITED BY SIZE
                  RCI-DATA-PRAZO DELIMITED BY SIZE
                  ' - VOLUME DE CONSULTAS DOS ULTIMOS '
                    DELIMITED BY SIZE
                  WS-JANELA-DIAS DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'USUARIO;PERFIL;ESCOPO-UF;CENTRO-CUSTO;'
                    DELIMITED BY SIZE
                  'ULTIMO-LOGIN;DIAS-SEM-LOGIN;CONSULTAS;'
                    DELIMITED BY SIZE
                  'ULTIMA-CERTIFICACAO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE '* CICLO;GESTOR;USUARIO;DECISAO (C=CONFIRMA, R=REVOGA)'
             TO REG-RETORNO.
           WRITE REG-RETORNO.
           PERFORM VARYING WS-IDX-USU FROM 1 BY 1
             UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
             IF WS-USU-GRUPO(WS-IDX-USU) IS EQUAL TO WS-GRUPO-ATUAL
                AND WS-USU-SITUACAO(WS-IDX-USU) IS NOT EQUAL TO 'B'
             THEN
                PERFORM 0012-LINHA-USUARIO
             END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEVOLVA ' DELIMITED BY SIZE
                  WS-CAM-RETORNO DELIMITED BY SPACE
                  ' COM C (CONFIRMA) OU R (REVOGA) NA ULTIMA COLUNA '
                    DELIMITED BY SIZE
                  'DE CADA USUARIO.' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SEM CONFIRMACAO ATE O PRAZO O ACESSO E BLOQUEADO; '
                    DELIMITED BY SIZE
                  'SEM LOGIN HA MAIS DE ' DELIMITED BY SIZE
                  WS-DIAS-INATIVO DELIMITED BY SIZE
                  ' DIAS E BLOQUEADO MESMO CONFIRMADO.'
                    DELIMITED BY SIZE
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
           CLOSE ARQ-RETORNO.
           ADD 1 TO WS-CONT-RELATORIOS.
           DISPLAY 'RELATORIO DO GESTOR ' WS-GRUPO-ATUAL ': '
              WS-CAM-RELATORIO.

       0012-LINHA-USUARIO.
           PERFORM 0008-CALCULAR-DIAS-SEM-LOGIN.
           IF WS-USU-UFS(WS-IDX-USU) IS EQUAL TO SPACES THEN
              MOVE 'TODAS' TO WS-ESCOPO-EXIBIDO
           ELSE
              MOVE WS-USU-UFS(WS-IDX-USU) TO WS-ESCOPO-EXIBIDO
           END-IF.
           IF WS-USU-CERTIFICACAO(WS-IDX-USU) IS EQUAL TO ZERO THEN
              MOVE 'NUNCA' TO WS-CERTIFICACAO-EXIBIDA
           ELSE
              MOVE WS-USU-CERTIFICACAO(WS-IDX-USU) TO
                WS-CERTIFICACAO-EXIBIDA
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-USU-PERFIL(WS-IDX-USU) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-ESCOPO-EXIBIDO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-USU-CENTRO-CUSTO(WS-IDX-USU) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-ULTIMO-LOGIN-EXIBIDO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-USU-DIAS-SEM-LOGIN(WS-IDX-USU) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-USU-CONSULTAS(WS-IDX-USU) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CERTIFICACAO-EXIBIDA DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RETORNO.
           STRING RCI-DATA-ABERTURA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-GRUPO-ATUAL DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
             INTO REG-RETORNO
           END-STRING.
           WRITE REG-RETORNO.

       0013-MONTAR-NOMES-GESTOR.
           MOVE FUNCTION LOWER-CASE(WS-GRUPO-ATUAL) TO
             WS-NOME-ARQUIVO-GESTOR.
           MOVE SPACES TO WS-CAM-RELATORIO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'recertificacao-' DELIMITED BY SIZE
                  WS-NOME-ARQUIVO-GESTOR DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO
           END-STRING.
           MOVE SPACES TO WS-CAM-RETORNO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'recertificacao-retorno-' DELIMITED BY SIZE
                  WS-NOME-ARQUIVO-GESTOR DELIMITED BY SPACE
                  '.dat' DELIMITED BY SIZE
             INTO WS-CAM-RETORNO
           END-STRING.

       0020-ENCERRAR-CICLO.
           PERFORM VARYING WS-IDX-GES FROM 1 BY 1
             UNTIL WS-IDX-GES IS GREATER THAN WS-QTD-GESTORES
             PERFORM 0021-LER-RETORNO-GESTOR
           END-PERFORM.
           PERFORM 0023-APLICAR-DECISOES.
           PERFORM 0026-REGRAVAR-USUARIOS.
           PERFORM 0027-EMITIR-APURACAO.
           MOVE 'E' TO RCI-SITUACAO.
           MOVE WS-DATA-HOJE TO RCI-DATA-ENCERRAMENTO.
           PERFORM 0030-GRAVAR-CICLO.
           MOVE SPACES TO WS-AUD-DE.
           MOVE SPACES TO WS-AUD-PARA.
           STRING 'CICLO ' DELIMITED BY SIZE
                  RCI-DATA-ABERTURA DELIMITED BY SIZE
                  ' ENCERRADO' DELIMITED BY SIZE
             INTO WS-AUD-PARA
           END-STRING.
           PERFORM 0040-GRAVAR-AUDITORIA.

       0021-LER-RETORNO-GESTOR.
           MOVE WS-GES-NOME(WS-IDX-GES) TO WS-GRUPO-ATUAL.
           PERFORM 0013-MONTAR-NOMES-GESTOR.
           OPEN INPUT ARQ-RETORNO.
           IF ST-ARQUIVO-RTN IS NOT EQUAL TO '00' THEN
              DISPLAY '*** GESTOR ' WS-GRUPO-ATUAL ' NAO DEVOLVEU '
                 WS-CAM-RETORNO ' ***'
              ADD 1 TO WS-CONT-RETORNOS-AUSENTES
           ELSE
              MOVE 'S' TO WS-GES-RETORNO(WS-IDX-GES)
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-RETORNO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-RETORNO IS NOT EQUAL TO SPACES AND
                        REG-RETORNO(1:1) IS NOT EQUAL TO '*' THEN
                        PERFORM 0022-VALIDAR-LINHA-RETORNO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-RETORNO
           END-IF.

       0022-VALIDAR-LINHA-RETORNO.
      *    SO VALE A DECISAO DO CICLO CORRENTE, DADA PELO GESTOR DO
      *    PROPRIO USUARIO E SOBRE OUTRA PESSOA; LINHA SEM DECISAO
      *    CONTA COMO NAO CONFIRMADA.
           MOVE SPACES TO WS-RET-CICLO.
           MOVE SPACES TO WS-RET-GESTOR.
           MOVE SPACES TO WS-RET-USUARIO.
           MOVE SPACES TO WS-RET-DECISAO.
           UNSTRING REG-RETORNO DELIMITED BY ';'
             INTO WS-RET-CICLO
                  WS-RET-GESTOR
                  WS-RET-USUARIO
                  WS-RET-DECISAO
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-RET-DECISAO) TO WS-RET-DECISAO.
           MOVE FUNCTION TRIM(WS-RET-DECISAO) TO WS-RET-DECISAO.
           IF WS-RET-DECISAO IS EQUAL TO SPACES THEN
              CONTINUE
           ELSE
              MOVE ZERO TO WS-IDX-ACHADO
              PERFORM VARYING WS-IDX-USU FROM 1 BY 1
                UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
                IF WS-USU-NOME(WS-IDX-USU) IS EQUAL TO WS-RET-USUARIO
                THEN
                   MOVE WS-IDX-USU TO WS-IDX-ACHADO
                END-IF
              END-PERFORM
              IF WS-RET-CICLO IS NOT EQUAL TO RCI-DATA-ABERTURA OR
                 WS-RET-GESTOR IS NOT EQUAL TO WS-GRUPO-ATUAL OR
                 WS-IDX-ACHADO IS EQUAL TO ZERO OR
                 WS-RET-USUARIO IS EQUAL TO WS-RET-GESTOR OR
                 (WS-RET-DECISAO IS NOT EQUAL TO 'C' AND
                  WS-RET-DECISAO IS NOT EQUAL TO 'R') THEN
                 ADD 1 TO WS-CONT-LINHAS-INVALIDAS
                 DISPLAY '*** LINHA DE RETORNO DESCARTADA: '
                    REG-RETORNO(1:60)
              ELSE
                 IF WS-USU-GRUPO(WS-IDX-ACHADO) IS NOT EQUAL TO
                    WS-GRUPO-ATUAL THEN
                    ADD 1 TO WS-CONT-LINHAS-INVALIDAS
                    DISPLAY '*** ' WS-RET-USUARIO ' NAO E DO GESTOR '
                       WS-GRUPO-ATUAL ' - DECISAO DESCARTADA ***'
                 ELSE
                    MOVE WS-RET-DECISAO(1:1) TO
                      WS-USU-DECISAO(WS-IDX-ACHADO)
                 END-IF
              END-IF
           END-IF.

       0023-APLICAR-DECISOES.
           PERFORM VARYING WS-IDX-USU FROM 1 BY 1
             UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
             IF WS-USU-SITUACAO(WS-IDX-USU) IS EQUAL TO 'B' THEN
                ADD 1 TO WS-CONT-JA-BLOQUEADOS
                MOVE 'JA BLOQUEADO' TO WS-USU-MOTIVO(WS-IDX-USU)
             ELSE
                PERFORM 0024-AVALIAR-USUARIO
             END-IF
           END-PERFORM.

       0024-AVALIAR-USUARIO.
           PERFORM 0008-CALCULAR-DIAS-SEM-LOGIN.
           EVALUATE TRUE
             WHEN WS-MODO IS EQUAL TO 'E' AND
                  WS-USU-DECISAO(WS-IDX-USU) IS EQUAL TO 'R'
                MOVE 'REVOGADO PELO GESTOR' TO
                  WS-USU-MOTIVO(WS-IDX-USU)
                ADD 1 TO WS-CONT-BLOQ-REVOGADOS
                PERFORM 0025-BLOQUEAR-USUARIO
             WHEN WS-MODO IS EQUAL TO 'E' AND
                  WS-USU-DECISAO(WS-IDX-USU) IS NOT EQUAL TO 'C'
                MOVE 'NAO CONFIRMADO NO PRAZO' TO
                  WS-USU-MOTIVO(WS-IDX-USU)
                ADD 1 TO WS-CONT-BLOQ-SEM-CONFIRM
                PERFORM 0025-BLOQUEAR-USUARIO
             WHEN WS-USU-DIAS-SEM-LOGIN(WS-IDX-USU) IS GREATER THAN
                  WS-DIAS-INATIVO
                MOVE SPACES TO WS-USU-MOTIVO(WS-IDX-USU)
                STRING 'SEM LOGIN HA MAIS DE ' DELIMITED BY SIZE
                       WS-DIAS-INATIVO DELIMITED BY SIZE
                       ' DIAS' DELIMITED BY SIZE
                  INTO WS-USU-MOTIVO(WS-IDX-USU)
                END-STRING
                ADD 1 TO WS-CONT-BLOQ-INATIVOS
                PERFORM 0025-BLOQUEAR-USUARIO
             WHEN WS-MODO IS EQUAL TO 'E'
                MOVE WS-DATA-HOJE TO WS-USU-CERTIFICACAO(WS-IDX-USU)
                MOVE 'CONFIRMADO' TO WS-USU-MOTIVO(WS-IDX-USU)
                ADD 1 TO WS-CONT-CONFIRMADOS
                MOVE SPACES TO WS-AUD-DE
                STRING WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                       ' ATIVO' DELIMITED BY SIZE
                  INTO WS-AUD-DE
                END-STRING
                MOVE SPACES TO WS-AUD-PARA
                STRING WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                       ' CONFIRMADO POR ' DELIMITED BY SIZE
                       WS-USU-GRUPO(WS-IDX-USU) DELIMITED BY '  '
                       ' CICLO ' DELIMITED BY SIZE
                       RCI-DATA-ABERTURA DELIMITED BY SIZE
                  INTO WS-AUD-PARA
                END-STRING
                PERFORM 0040-GRAVAR-AUDITORIA
             WHEN OTHER
                MOVE 'ATIVO' TO WS-USU-MOTIVO(WS-IDX-USU)
           END-EVALUATE.

       0025-BLOQUEAR-USUARIO.
           MOVE 'B' TO WS-USU-SITUACAO(WS-IDX-USU).
           MOVE SPACES TO WS-AUD-DE.
           STRING WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                  ' ATIVO PERFIL ' DELIMITED BY SIZE
                  WS-USU-PERFIL(WS-IDX-USU) DELIMITED BY SIZE
             INTO WS-AUD-DE
           END-STRING.
           MOVE SPACES TO WS-AUD-PARA.
           STRING WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                  ' BLOQUEADO - ' DELIMITED BY SIZE
                  WS-USU-MOTIVO(WS-IDX-USU) DELIMITED BY '  '
             INTO WS-AUD-PARA
           END-STRING.
           PERFORM 0040-GRAVAR-AUDITORIA.
           DISPLAY 'BLOQUEADO: ' WS-USU-NOME(WS-IDX-USU) ' - '
              WS-USU-MOTIVO(WS-IDX-USU).

       0026-REGRAVAR-USUARIOS.
           OPEN OUTPUT ARQ-USUARIOS.
           PERFORM VARYING WS-IDX-USU FROM 1 BY 1
             UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
             MOVE WS-USU-NOME(WS-IDX-USU) TO USU-NOME
             MOVE WS-USU-SENHA(WS-IDX-USU) TO USU-SENHA
             MOVE WS-USU-PERFIL(WS-IDX-USU) TO USU-PERFIL
             MOVE WS-USU-DATA-TROCA(WS-IDX-USU) TO USU-DATA-TROCA
             MOVE WS-USU-CENTRO-CUSTO(WS-IDX-USU) TO
               USU-CENTRO-CUSTO
             MOVE WS-USU-UFS(WS-IDX-USU) TO USU-UFS-PERMITIDAS
             MOVE WS-USU-GESTOR(WS-IDX-USU) TO USU-GESTOR
             MOVE WS-USU-SITUACAO(WS-IDX-USU) TO USU-SITUACAO
             MOVE WS-USU-ULTIMO-LOGIN(WS-IDX-USU) TO
               USU-DATA-ULTIMO-LOGIN
             MOVE WS-USU-CERTIFICACAO(WS-IDX-USU) TO
               USU-DATA-CERTIFICACAO
             WRITE REG-USUARIO
           END-PERFORM.
           CLOSE ARQ-USUARIOS.

       0027-EMITIR-APURACAO.
           MOVE SPACES TO WS-CAM-RELATORIO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'recertificacao-apuracao-' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF WS-MODO IS EQUAL TO 'E' THEN
              STRING 'APURACAO DA RECERTIFICACAO DE ACESSOS - CICLO '
                       DELIMITED BY SIZE
                     RCI-DATA-ABERTURA DELIMITED BY SIZE
                     ' PRAZO ' DELIMITED BY SIZE
                     RCI-DATA-PRAZO DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
           ELSE
              STRING 'BLOQUEIO DE ACESSOS SEM LOGIN HA MAIS DE '
                       DELIMITED BY SIZE
                     WS-DIAS-INATIVO DELIMITED BY SIZE
                     ' DIAS - ' DELIMITED BY SIZE
                     WS-DATA-HOJE DELIMITED BY SIZE
                INTO REG-RELATORIO
              END-STRING
           END-IF.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'GESTOR;USUARIO;PERFIL;DECISAO;DIAS-SEM-LOGIN;'
                    DELIMITED BY SIZE
                  'CONSULTAS;SITUACAO;MOTIVO' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-USU FROM 1 BY 1
             UNTIL WS-IDX-USU IS GREATER THAN WS-QTD-USUARIOS
             MOVE SPACES TO REG-RELATORIO
             STRING WS-USU-GRUPO(WS-IDX-USU) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
                    WS-USU-NOME(WS-IDX-USU) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
                    WS-USU-PERFIL(WS-IDX-USU) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-USU-DECISAO(WS-IDX-USU) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-USU-DIAS-SEM-LOGIN(WS-IDX-USU) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-USU-CONSULTAS(WS-IDX-USU) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-USU-SITUACAO(WS-IDX-USU) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-USU-MOTIVO(WS-IDX-USU) DELIMITED BY '  '
               INTO REG-RELATORIO
             END-STRING
             WRITE REG-RELATORIO
           END-PERFORM.
           IF WS-MODO IS EQUAL TO 'E' THEN
              PERFORM VARYING WS-IDX-GES FROM 1 BY 1
                UNTIL WS-IDX-GES IS GREATER THAN WS-QTD-GESTORES
                IF WS-GES-RETORNO(WS-IDX-GES) IS EQUAL TO 'N' THEN
                   MOVE SPACES TO REG-RELATORIO
                   STRING 'GESTOR SEM DEVOLUCAO DO ARQUIVO: '
                            DELIMITED BY SIZE
                          WS-GES-NOME(WS-IDX-GES) DELIMITED BY '  '
                     INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
                END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'APURACAO: ' WS-CAM-RELATORIO.

       0030-GRAVAR-CICLO.
           OPEN OUTPUT ARQ-CICLO.
           WRITE REG-CICLO.
           CLOSE ARQ-CICLO.

       0040-GRAVAR-AUDITORIA.
      *    MESMO LAYOUT DA TRILHA GRAVADA PELA TELA, SEM CNPJ: O
      *    OBJETO DA ALTERACAO E O PROPRIO USUARIO.
           ACCEPT WS-HORA-AGORA FROM TIME.
           OPEN EXTEND ARQ-AUDITORIA.
           IF ST-ARQUIVO-AUD IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           MOVE SPACES TO REG-AUDITORIA.
           STRING WS-AUD-OPERADOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-AGORA DELIMITED BY SIZE
                  ' CNPJ: ' DELIMITED BY SIZE
                  WS-AUD-CNPJ-VAZIO DELIMITED BY SIZE
                  ' CAMPO: ACESSO-USUARIO' DELIMITED BY SIZE
                  ' DE: ' DELIMITED BY SIZE
                  WS-AUD-DE DELIMITED BY '  '
                  ' PARA: ' DELIMITED BY SIZE
                  WS-AUD-PARA DELIMITED BY '  '
             INTO REG-AUDITORIA
           END-STRING.
           WRITE REG-AUDITORIA.
           CLOSE ARQ-AUDITORIA.

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
           MOVE SPACES TO WS-CAM-USUARIOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'usuarios.dat' DELIMITED BY SIZE
             INTO WS-CAM-USUARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-CONSULTAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'log-consultas.dat' DELIMITED BY SIZE
             INTO WS-CAM-LOG-CONSULTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CICLO-RECERTIFICACAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'recertificacao-ciclo.dat' DELIMITED BY SIZE
             INTO WS-CAM-CICLO-RECERTIFICACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-AUDITORIA-MANUTENCAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'auditoria-manutencao.dat' DELIMITED BY SIZE
             INTO WS-CAM-AUDITORIA-MANUTENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMINHO-VINCULO-SOCIETARIO.

      ****************************************************************
      * RELATORIO DO MENOR CAMINHO DE VINCULO SOCIETARIO ENTRE DUAS   *
      * ENTIDADES, ATE N GRAUS. ENTRADA (UMA POR LINHA): ORIGEM,      *
      * DESTINO E LIMITE DE GRAUS. A ENTIDADE E UM CNPJ (14 DIGITOS)  *
      * OU UM CPF (11 DIGITOS); PONTOS, BARRA E TRACO SAO IGNORADOS.  *
      * A BUSCA E FEITA PELA ROTINA BUSCAR-CAMINHO-VINCULO, A MESMA   *
      * DA TELA DE CONSULTA. CADA ELO DO CAMINHO SAI COM A EMPRESA, O *
      * SOCIO, A QUALIFICACAO E O PERCENTUAL DE PARTICIPACAO.         *
      * RETURN-CODE: 0 CAMINHO ENCONTRADO; 4 SEM VINCULO (REDES       *
      * DIFERENTES OU ALEM DO LIMITE DE GRAUS) OU BUSCA INCONCLUSIVA; *
      * 8 ENTIDADE INVALIDA OU NAO LOCALIZADA; 12 BASE INDISPONIVEL.  *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO ASSIGN TO WS-CAM-CAMINHO-VINCULO-T
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(250).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-CAMINHO-VINCULO-T    PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-ORIGEM-IN                PIC X(020) VALUE SPACES.
       01 WS-DESTINO-IN               PIC X(020) VALUE SPACES.
       01 WS-GRAUS-IN                 PIC X(002) VALUE SPACES.
       01 WS-GRAUS-PADRAO             PIC 99 VALUE 6.
       01 WS-ENTRADA                  PIC X(020).
       01 WS-ENT-DIGITOS              PIC X(014).
       01 WS-ENT-QTD-DIGITOS          PIC 99.
       01 WS-ENT-TIPO                 PIC X.
       01 WS-IDX-CAR                  PIC 99.
       01 WS-IDX-ELO                  PIC 99.
       01 WS-ELO-ED                   PIC Z9.
       01 WS-PERC-V99                 PIC 9(003)V99 VALUE ZERO.
       01 WS-PERC-ED                  PIC ZZ9.99.
       01 WS-SENTIDO-DESC             PIC X(040).
       01 WS-SOCIO-TIPO-DESC          PIC X(002).

       COPY "REGISTRO-CAMINHO-VINCULO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CAMINHO DE VINCULO SOCIETARIO ENTRE DUAS ENTIDADES'.
           DISPLAY 'ORIGEM (CNPJ OU CPF): '.
           ACCEPT WS-ORIGEM-IN.
           DISPLAY 'DESTINO (CNPJ OU CPF): '.
           ACCEPT WS-DESTINO-IN.
           DISPLAY 'LIMITE DE GRAUS (BRANCO = ' WS-GRAUS-PADRAO
              ', MAXIMO 10): '.
           ACCEPT WS-GRAUS-IN.
           INITIALIZE REGISTRO-CAMINHO-VINCULO.
           MOVE WS-ORIGEM-IN TO WS-ENTRADA.
           PERFORM 0002-CLASSIFICAR-ENTIDADE.
           MOVE WS-ENT-TIPO TO RCV-ORIGEM-TIPO.
           MOVE WS-ENT-DIGITOS TO RCV-ORIGEM-CHAVE.
           IF WS-ENT-TIPO IS EQUAL TO SPACE THEN
              DISPLAY '*** ORIGEM INVALIDA: ' WS-ORIGEM-IN ' ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-DESTINO-IN TO WS-ENTRADA.
           PERFORM 0002-CLASSIFICAR-ENTIDADE.
           MOVE WS-ENT-TIPO TO RCV-DESTINO-TIPO.
           MOVE WS-ENT-DIGITOS TO RCV-DESTINO-CHAVE.
           IF WS-ENT-TIPO IS EQUAL TO SPACE THEN
              DISPLAY '*** DESTINO INVALIDO: ' WS-DESTINO-IN ' ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-GRAUS-PADRAO TO RCV-GRAUS-MAXIMO.
           IF WS-GRAUS-IN IS NOT EQUAL TO SPACES THEN
              IF WS-GRAUS-IN(2:1) IS EQUAL TO SPACE THEN
                 MOVE WS-GRAUS-IN(1:1) TO WS-GRAUS-IN(2:1)
                 MOVE '0' TO WS-GRAUS-IN(1:1)
              END-IF
              IF WS-GRAUS-IN IS NUMERIC THEN
                 MOVE WS-GRAUS-IN TO RCV-GRAUS-MAXIMO
              END-IF
           END-IF.
           CALL 'BUSCAR-CAMINHO-VINCULO' USING
              REGISTRO-CAMINHO-VINCULO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 0003-EMITIR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY RCV-MENSAGEM.
           DISPLAY 'ENTIDADES VISITADAS: ' RCV-QTD-NOS-VISITADOS.
           EVALUATE RCV-RETORNO
             WHEN '00'
                MOVE ZERO TO RETURN-CODE
             WHEN '08'
                MOVE 8 TO RETURN-CODE
             WHEN '12'
                MOVE 12 TO RETURN-CODE
             WHEN OTHER
                MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY 'FIM DO CAMINHO DE VINCULO SOCIETARIO.'.
           GOBACK.

       0002-CLASSIFICAR-ENTIDADE.
      *    SO OS DIGITOS INTERESSAM: 14 = CNPJ, 11 = CPF.
           MOVE SPACES TO WS-ENT-DIGITOS.
           MOVE SPACE TO WS-ENT-TIPO.
           MOVE ZERO TO WS-ENT-QTD-DIGITOS.
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1 UNTIL WS-IDX-CAR > 20
             IF WS-ENTRADA(WS-IDX-CAR:1) IS NUMERIC THEN
                ADD 1 TO WS-ENT-QTD-DIGITOS
                IF WS-ENT-QTD-DIGITOS IS NOT GREATER THAN 14 THEN
                   MOVE WS-ENTRADA(WS-IDX-CAR:1) TO
                     WS-ENT-DIGITOS(WS-ENT-QTD-DIGITOS:1)
                END-IF
             END-IF
           END-PERFORM.
           EVALUATE WS-ENT-QTD-DIGITOS
             WHEN 14
                MOVE 'J' TO WS-ENT-TIPO
             WHEN 11
                MOVE 'F' TO WS-ENT-TIPO
             WHEN OTHER
                MOVE SPACES TO WS-ENT-DIGITOS
           END-EVALUATE.

       0003-EMITIR-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CAMINHO DE VINCULO SOCIETARIO (ATE ' DELIMITED BY
                    SIZE
                  RCV-GRAUS-MAXIMO DELIMITED BY SIZE
                  ' GRAUS)' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ORIGEM.: ' DELIMITED BY SIZE
                  WS-ORIGEM-IN DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  RCV-ORIGEM-NOME DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DESTINO: ' DELIMITED BY SIZE
                  WS-DESTINO-IN DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  RCV-DESTINO-NOME DELIMITED BY '  '
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE RCV-MENSAGEM TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM VARYING WS-IDX-ELO FROM 1 BY 1
             UNTIL WS-IDX-ELO IS GREATER THAN RCV-QTD-ELOS
             PERFORM 0004-EMITIR-ELO
           END-PERFORM.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ENTIDADES VISITADAS NA BUSCA: ' DELIMITED BY SIZE
                  RCV-QTD-NOS-VISITADOS DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       0004-EMITIR-ELO.
           MOVE WS-IDX-ELO TO WS-ELO-ED.
           COMPUTE WS-PERC-V99 = RCV-ELO-PERCENTUAL(WS-IDX-ELO) / 100.
           MOVE WS-PERC-V99 TO WS-PERC-ED.
           IF RCV-ELO-SOCIO-TIPO(WS-IDX-ELO) IS EQUAL TO 'J' THEN
              MOVE 'PJ' TO WS-SOCIO-TIPO-DESC
           ELSE
              MOVE 'PF' TO WS-SOCIO-TIPO-DESC
           END-IF.
           IF RCV-ELO-SENTIDO(WS-IDX-ELO) IS EQUAL TO 'S' THEN
              MOVE 'EMPRESA -> SOCIO' TO WS-SENTIDO-DESC
           ELSE
              MOVE 'SOCIO -> EMPRESA' TO WS-SENTIDO-DESC
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ELO ' DELIMITED BY SIZE
                  WS-ELO-ED DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-SENTIDO-DESC DELIMITED BY '  '
                  '): SOCIO ' DELIMITED BY SIZE
                  WS-SOCIO-TIPO-DESC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCV-ELO-SOCIO-CHAVE(WS-IDX-ELO) DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  RCV-ELO-SOCIO-NOME(WS-IDX-ELO) DELIMITED BY '  '
                  ';EMPRESA ' DELIMITED BY SIZE
                  RCV-ELO-EMPRESA-CNPJ(WS-IDX-ELO) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  RCV-ELO-EMPRESA-RAZAO(WS-IDX-ELO) DELIMITED BY '  '
                  ';QUALIF ' DELIMITED BY SIZE
                  RCV-ELO-QUALIFICACAO(WS-IDX-ELO) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  RCV-ELO-QUALIF-DESCR(WS-IDX-ELO) DELIMITED BY '  '
                  ';PART ' DELIMITED BY SIZE
                  WS-PERC-ED DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
      *    ARQUIVO AUSENTE = PRODUCAO). O AMBIENTE VAI PARA O
      *    RODAPE DO RELATORIO, PARA NAO MISTURAR AS BASES SEM
      *    PERCEBER.
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
           MOVE SPACES TO WS-CAM-CAMINHO-VINCULO-T.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'caminho-vinculo.txt' DELIMITED BY SIZE
             INTO WS-CAM-CAMINHO-VINCULO-T
           END-STRING.

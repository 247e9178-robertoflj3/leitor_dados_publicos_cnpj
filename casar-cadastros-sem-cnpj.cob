       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASAR-CADASTROS-SEM-CNPJ.

      ****************************************************************
      * CASAMENTO EM LOTE DE CADASTROS SEM CNPJ (BASES ANTIGAS DE     *
      * CLIENTES E CONVENIOS). LE CADASTROS-SEM-CNPJ.DAT, UMA LINHA   *
      * POR REGISTRO NO FORMATO                                       *
      * IDENTIFICADOR;RAZAO SOCIAL;MUNICIPIO;UF;CEP                   *
      * (MUNICIPIO, UF E CEP PODEM VIR EM BRANCO) E PROCURA OS        *
      * CANDIDATOS EM EMPRESAS2.DAT POR:                              *
      *   - RAZAO SOCIAL NORMALIZADA IGUAL (FRE-RAZAO-NORMALIZADA);   *
      *   - NOME FANTASIA NORMALIZADO IGUAL (BASES ANTIGAS TRAZEM     *
      *     MUITAS VEZES O NOME DE FACHADA);                          *
      *   - INDICE INVERTIDO DE PALAVRAS (INDICE-RAZAO-SOCIAL.DAT),   *
      *     PELAS DUAS PALAVRAS MAIS LONGAS DA RAZAO INFORMADA;       *
      *   - CEP INFORMADO (FRE-CEP).                                  *
      * CADA CANDIDATO RECEBE UMA NOTA DE 0 A 100: SEMELHANCA DAS     *
      * PALAVRAS DA RAZAO OU DA FANTASIA (70 PONTOS), UF (5),         *
      * MUNICIPIO (15) E CEP (10, OU 5 SO PELOS CINCO PRIMEIROS       *
      * DIGITOS), PROPORCIONAL AOS CRITERIOS QUE A LINHA INFORMOU.    *
      * PALAVRAS SEM PODER DE DISTINCAO (LTDA, ME, EPP, DE, DA...)    *
      * NAO CONTAM. CASAMENTO-CADASTROS.DAT TRAZ, POR LINHA, ATE 3    *
      * CANDIDATOS EM ORDEM DE NOTA E A CLASSIFICACAO:                *
      *   CASADO          - MELHOR NOTA >= CASAR-NOTA-CASADO          *
      *                     (PADRAO 85) E PELO MENOS 10 PONTOS ACIMA  *
      *                     DO SEGUNDO;                               *
      *   DUVIDOSO        - MELHOR NOTA >= CASAR-NOTA-DUVIDOSO        *
      *                     (PADRAO 60), PARA CONFERENCIA NA TELA;    *
      *   SEM CANDIDATO   - NENHUMA NOTA CHEGOU AO LIMITE.            *
      * CANDIDATO ABAIXO DE 30 PONTOS NAO E LISTADO.                  *
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

           SELECT ARQ-INDICE-RAZAO ASSIGN TO
                   WS-CAM-INDICE-RAZAO-SOCIAL
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IDX-CHAVE
                   STATUS ST-ARQUIVO-IDX.

           SELECT ARQ-CADASTROS ASSIGN TO WS-CAM-CADASTROS-SEM-CNPJ
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAD.

           SELECT ARQ-CASAMENTO ASSIGN TO WS-CAM-CASAMENTO-CADASTROS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAS.

           SELECT ARQ-RELATORIO ASSIGN TO
                   WS-CAM-RELATORIO-CASAMENTO-TXT
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-REL.

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

       FD ARQ-INDICE-RAZAO.
       01 REG-INDICE-RAZAO.
           03 IDX-CHAVE.
              05 IDX-PALAVRA          PIC X(020).
              05 IDX-CNPJ             PIC X(014).

       FD ARQ-CADASTROS.
       01 REG-CADASTRO                PIC X(300).

       FD ARQ-CASAMENTO.
       01 REG-CASAMENTO               PIC X(600).

       FD ARQ-RELATORIO.
       01 REG-RELATORIO               PIC X(132).

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
       01 WS-CAM-CADASTROS-SEM-CNPJ      PIC X(060) VALUE SPACES.
       01 WS-CAM-CASAMENTO-CADASTROS     PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-RAZAO-SOCIAL     PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-RELATORIO-CASAMENTO-TXT PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-PRM              PIC XX.
       01 WS-PARAM-CHAVE              PIC X(020) VALUE SPACES.
       01 WS-PARAM-VALOR              PIC X(020) VALUE SPACES.
       01 WS-PARAM-ACHADO             PIC X VALUE 'N'.
       01 WS-EOF-PRM                  PIC X VALUE 'N'.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-IDX              PIC XX.
       01 ST-ARQUIVO-CAD              PIC XX.
       01 ST-ARQUIVO-CAS              PIC XX.
       01 ST-ARQUIVO-REL              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-EOF-BUSCA                PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    LIMITES DE CLASSIFICACAO
       01 WS-NOTA-CASADO              PIC 999 VALUE 85.
       01 WS-NOTA-DUVIDOSO            PIC 999 VALUE 60.
       01 WS-NOTA-MINIMA              PIC 999 VALUE 30.
       01 WS-MARGEM-CASADO            PIC 999 VALUE 10.
       01 WS-LIMITE-LEITURAS          PIC 9(005) VALUE 1000.

      *    LINHA DE ENTRADA
       01 WS-ENT-ID                   PIC X(020) VALUE SPACES.
       01 WS-ENT-RAZAO                PIC X(150) VALUE SPACES.
       01 WS-ENT-MUNICIPIO            PIC X(050) VALUE SPACES.
       01 WS-ENT-UF                   PIC X(002) VALUE SPACES.
       01 WS-ENT-CEP-TXT              PIC X(012) VALUE SPACES.
       01 WS-ENT-CEP                  PIC X(008) VALUE SPACES.
       01 WS-ENT-RAZAO-NRM            PIC X(150) VALUE SPACES.
       01 WS-ENT-MUNICIPIO-NRM        PIC X(050) VALUE SPACES.
       01 WS-QTD-DIGITOS              PIC 99 VALUE ZERO.
       01 WS-IDX-DIG                  PIC 99 VALUE ZERO.
       01 WS-PONTOS-POSSIVEIS         PIC 999 VALUE ZERO.

      *    PALAVRAS SIGNIFICATIVAS DA RAZAO INFORMADA
       01 WS-QTD-PAL-ENT              PIC 99 VALUE ZERO.
       01 WS-TAB-PAL-ENT.
          05 WS-PAL-ENT OCCURS 10 TIMES PIC X(020).
       01 WS-PAL-INDICE-1             PIC X(020) VALUE SPACES.
       01 WS-PAL-INDICE-2             PIC X(020) VALUE SPACES.
       01 WS-PAL-BUSCADA              PIC X(020) VALUE SPACES.
       01 WS-TAM-PAL                  PIC 99 VALUE ZERO.
       01 WS-TAM-PAL-1                PIC 99 VALUE ZERO.
       01 WS-TAM-PAL-2                PIC 99 VALUE ZERO.

      *    SEPARACAO DE PALAVRAS (RAZAO OU FANTASIA)
       01 WS-TOK-TEXTO                PIC X(150) VALUE SPACES.
       01 WS-TOK-QTD                  PIC 99 VALUE ZERO.
       01 WS-TOK-BRUTO-QTD            PIC 99 VALUE ZERO.
       01 WS-TOK-I                    PIC 99 VALUE ZERO.
       01 WS-TOK-J                    PIC 99 VALUE ZERO.
       01 WS-TAB-TOK-BRUTO.
          05 WS-TOK-BRUTO OCCURS 10 TIMES PIC X(020).
       01 WS-TAB-TOK.
          05 WS-TOK-PAL OCCURS 10 TIMES PIC X(020).
       01 WS-PAL-VAZIA                PIC X VALUE 'N'.
       01 WS-PAL-COMUM                PIC X VALUE 'N'.
       01 WS-QTD-COMUNS               PIC 99 VALUE ZERO.

      *    NOTA DO CANDIDATO EM AVALIACAO
       01 WS-PONTOS-NOME              PIC 999 VALUE ZERO.
       01 WS-PONTOS-NOME-ALT          PIC 999 VALUE ZERO.
       01 WS-PONTOS-TOTAL             PIC 999 VALUE ZERO.
       01 WS-NOTA                     PIC 999 VALUE ZERO.
       01 WS-CND-MUNICIPIO-NRM        PIC X(050) VALUE SPACES.
       01 WS-JA-AVALIADO              PIC X VALUE 'N'.
       01 WS-QTD-LEITURAS             PIC 9(005) VALUE ZERO.

      *    MELHORES CANDIDATOS DA LINHA, EM ORDEM DE NOTA
       01 WS-QTD-CND                  PIC 9 VALUE ZERO.
       01 WS-IDX-CND                  PIC 9 VALUE ZERO.
       01 WS-POS-CND                  PIC 9 VALUE ZERO.
       01 WS-TAB-CANDIDATOS.
          05 WS-CND-OCR OCCURS 3 TIMES.
             10 WS-CND-CNPJ           PIC X(014).
             10 WS-CND-NOTA           PIC 999.
             10 WS-CND-SITUACAO       PIC 99.
             10 WS-CND-RAZAO          PIC X(060).
             10 WS-CND-MUNICIPIO      PIC X(050).
             10 WS-CND-UF             PIC X(002).
       01 WS-CLASSIFICACAO            PIC X(013) VALUE SPACES.
       01 WS-PONTEIRO                 PIC 9(004) VALUE ZERO.

      *    NORMALIZACAO (MESMA REGRA DA CARGA)
       01 WS-NRM-ENTRADA              PIC X(150) VALUE SPACES.
       01 WS-NRM-SAIDA                PIC X(150) VALUE SPACES.
       01 WS-NRM-POS                  PIC 999 VALUE ZERO.
       01 WS-NRM-OUT                  PIC 999 VALUE ZERO.
       01 WS-NRM-CHAR                 PIC X VALUE SPACE.
       01 WS-NRM-ULT                  PIC X VALUE SPACE.

       01 WS-CONT-LIDAS               PIC 9(007) VALUE ZERO.
       01 WS-CONT-INVALIDAS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-CASADOS             PIC 9(007) VALUE ZERO.
       01 WS-CONT-DUVIDOSOS           PIC 9(007) VALUE ZERO.
       01 WS-CONT-SEM-CANDIDATO       PIC 9(007) VALUE ZERO.
       01 WS-CONT-Z                   PIC Z(006)9.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'CASAMENTO DE CADASTROS SEM CNPJ'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-PARAMETROS.
           OPEN INPUT ARQ-CADASTROS.
           IF ST-ARQUIVO-CAD IS NOT EQUAL TO '00' THEN
              DISPLAY '*** CADASTROS-SEM-CNPJ.DAT INDISPONIVEL (STATUS '
                 ST-ARQUIVO-CAD ') - PASSO ABORTADO ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
              DISPLAY '*** FALHA AO ABRIR EMPRESAS2.DAT (STATUS '
                 ST-ARQUIVO-EMP ') - PASSO ABORTADO ***'
              CLOSE ARQ-CADASTROS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-INDICE-RAZAO.
           IF ST-ARQUIVO-IDX IS NOT EQUAL TO '00' THEN
              DISPLAY '*** INDICE DE PALAVRAS INDISPONIVEL - BUSCA SO '
                 'POR RAZAO, FANTASIA E CEP ***'
           END-IF.
           OPEN OUTPUT ARQ-CASAMENTO.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-CADASTROS
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF REG-CADASTRO IS NOT EQUAL TO SPACES THEN
                     ADD 1 TO WS-CONT-LIDAS
                     PERFORM 0003-PROCESSAR-LINHA
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-CASAMENTO.
           CLOSE ARQ-CADASTROS.
           CLOSE ARQ-EMPRESAS.
           IF ST-ARQUIVO-IDX IS EQUAL TO '00' THEN
              CLOSE ARQ-INDICE-RAZAO
           END-IF.
           PERFORM 0014-GRAVAR-RELATORIO.
           DISPLAY 'LINHAS LIDAS................: ' WS-CONT-LIDAS.
           DISPLAY 'CASADAS.....................: ' WS-CONT-CASADOS.
           DISPLAY 'DUVIDOSAS...................: ' WS-CONT-DUVIDOSOS.
           DISPLAY 'SEM CANDIDATO...............: '
              WS-CONT-SEM-CANDIDATO.
           DISPLAY 'LINHAS INVALIDAS............: ' WS-CONT-INVALIDAS.
           MOVE 0 TO RETURN-CODE.
           IF WS-CONT-INVALIDAS IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DO CASAMENTO DE CADASTROS.'.
           GOBACK.

       0002-LER-PARAMETROS.
           MOVE 'CASAR-NOTA-CASADO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-NOTA-CASADO
           END-IF.
           MOVE 'CASAR-NOTA-DUVIDOSO' TO WS-PARAM-CHAVE.
           PERFORM 9700-LER-PARAMETRO.
           IF WS-PARAM-ACHADO IS EQUAL TO 'S' AND
              WS-PARAM-VALOR(1:3) IS NUMERIC THEN
              MOVE WS-PARAM-VALOR(1:3) TO WS-NOTA-DUVIDOSO
           END-IF.
           IF WS-NOTA-CASADO IS GREATER THAN 100 THEN
              MOVE 85 TO WS-NOTA-CASADO
           END-IF.
           IF WS-NOTA-DUVIDOSO IS GREATER THAN WS-NOTA-CASADO THEN
              MOVE WS-NOTA-CASADO TO WS-NOTA-DUVIDOSO
           END-IF.
           IF WS-NOTA-DUVIDOSO IS LESS THAN WS-NOTA-MINIMA THEN
              MOVE WS-NOTA-MINIMA TO WS-NOTA-DUVIDOSO
           END-IF.
           DISPLAY 'NOTA PARA CASADO / DUVIDOSO.: ' WS-NOTA-CASADO
              ' / ' WS-NOTA-DUVIDOSO.

       0003-PROCESSAR-LINHA.
           MOVE SPACES TO WS-ENT-ID.
           MOVE SPACES TO WS-ENT-RAZAO.
           MOVE SPACES TO WS-ENT-MUNICIPIO.
           MOVE SPACES TO WS-ENT-UF.
           MOVE SPACES TO WS-ENT-CEP-TXT.
           UNSTRING REG-CADASTRO DELIMITED BY ';'
             INTO WS-ENT-ID
                  WS-ENT-RAZAO
                  WS-ENT-MUNICIPIO
                  WS-ENT-UF
                  WS-ENT-CEP-TXT
           END-UNSTRING.
           MOVE WS-ENT-RAZAO TO WS-NRM-ENTRADA.
           PERFORM 0015-NORMALIZAR-TEXTO.
           MOVE WS-NRM-SAIDA TO WS-ENT-RAZAO-NRM.
           MOVE WS-ENT-RAZAO-NRM TO WS-TOK-TEXTO.
           PERFORM 0011-SEPARAR-PALAVRAS.
           MOVE WS-TOK-QTD TO WS-QTD-PAL-ENT.
           MOVE WS-TAB-TOK TO WS-TAB-PAL-ENT.
           IF WS-ENT-ID IS EQUAL TO SPACES OR
              WS-QTD-PAL-ENT IS EQUAL TO ZERO THEN
              ADD 1 TO WS-CONT-INVALIDAS
              DISPLAY '*** LINHA INVALIDA: ' REG-CADASTRO(1:60)
           ELSE
              MOVE SPACES TO WS-ENT-MUNICIPIO-NRM
              IF WS-ENT-MUNICIPIO IS NOT EQUAL TO SPACES THEN
                 MOVE WS-ENT-MUNICIPIO TO WS-NRM-ENTRADA
                 PERFORM 0015-NORMALIZAR-TEXTO
                 MOVE WS-NRM-SAIDA(1:50) TO WS-ENT-MUNICIPIO-NRM
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-ENT-UF) TO WS-ENT-UF
              MOVE SPACES TO WS-ENT-CEP
              MOVE ZERO TO WS-QTD-DIGITOS
              PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                UNTIL WS-IDX-DIG IS GREATER THAN 12
                IF WS-ENT-CEP-TXT(WS-IDX-DIG:1) IS NUMERIC AND
                   WS-QTD-DIGITOS IS LESS THAN 8 THEN
                   ADD 1 TO WS-QTD-DIGITOS
                   MOVE WS-ENT-CEP-TXT(WS-IDX-DIG:1) TO
                     WS-ENT-CEP(WS-QTD-DIGITOS:1)
                END-IF
              END-PERFORM
              IF WS-QTD-DIGITOS IS NOT EQUAL TO 8 THEN
                 MOVE SPACES TO WS-ENT-CEP
              END-IF
              MOVE 70 TO WS-PONTOS-POSSIVEIS
              IF WS-ENT-UF IS NOT EQUAL TO SPACES THEN
                 ADD 5 TO WS-PONTOS-POSSIVEIS
              END-IF
              IF WS-ENT-MUNICIPIO-NRM IS NOT EQUAL TO SPACES THEN
                 ADD 15 TO WS-PONTOS-POSSIVEIS
              END-IF
              IF WS-ENT-CEP IS NOT EQUAL TO SPACES THEN
                 ADD 10 TO WS-PONTOS-POSSIVEIS
              END-IF
              MOVE ZERO TO WS-QTD-CND
              INITIALIZE WS-TAB-CANDIDATOS
              PERFORM 0004-BUSCAR-PELA-RAZAO
              IF ST-ARQUIVO-IDX IS EQUAL TO '00' THEN
                 PERFORM 0016-ESCOLHER-PALAVRAS-INDICE
                 IF WS-PAL-INDICE-1 IS NOT EQUAL TO SPACES THEN
                    MOVE WS-PAL-INDICE-1 TO WS-PAL-BUSCADA
                    PERFORM 0005-BUSCAR-PELO-INDICE
                 END-IF
                 IF WS-PAL-INDICE-2 IS NOT EQUAL TO SPACES THEN
                    MOVE WS-PAL-INDICE-2 TO WS-PAL-BUSCADA
                    PERFORM 0005-BUSCAR-PELO-INDICE
                 END-IF
              END-IF
              IF WS-ENT-CEP IS NOT EQUAL TO SPACES THEN
                 PERFORM 0006-BUSCAR-PELO-CEP
              END-IF
              PERFORM 0013-CLASSIFICAR-E-GRAVAR
           END-IF.

       0004-BUSCAR-PELA-RAZAO.
      *    RAZAO NORMALIZADA IDENTICA E, DEPOIS, FANTASIA NORMALIZADA
      *    IDENTICA AOS 33 PRIMEIROS CARACTERES DA RAZAO INFORMADA.
           MOVE WS-ENT-RAZAO-NRM TO FRE-RAZAO-NORMALIZADA.
           MOVE 'N' TO WS-EOF-BUSCA.
           MOVE ZERO TO WS-QTD-LEITURAS.
           START ARQ-EMPRESAS KEY IS EQUAL TO FRE-RAZAO-NORMALIZADA
             INVALID KEY MOVE 'Y' TO WS-EOF-BUSCA
           END-START.
           PERFORM UNTIL WS-EOF-BUSCA IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BUSCA
               NOT AT END
                  IF FRE-RAZAO-NORMALIZADA IS NOT EQUAL TO
                     WS-ENT-RAZAO-NRM OR
                     WS-QTD-LEITURAS IS NOT LESS THAN
                     WS-LIMITE-LEITURAS THEN
                     MOVE 'Y' TO WS-EOF-BUSCA
                  ELSE
                     ADD 1 TO WS-QTD-LEITURAS
                     PERFORM 0007-AVALIAR-CANDIDATO
                  END-IF
             END-READ
           END-PERFORM.
           MOVE WS-ENT-RAZAO-NRM(1:33) TO FRE-FANTASIA-NORMALIZADA.
           MOVE 'N' TO WS-EOF-BUSCA.
           MOVE ZERO TO WS-QTD-LEITURAS.
           START ARQ-EMPRESAS
             KEY IS EQUAL TO FRE-FANTASIA-NORMALIZADA
             INVALID KEY MOVE 'Y' TO WS-EOF-BUSCA
           END-START.
           PERFORM UNTIL WS-EOF-BUSCA IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BUSCA
               NOT AT END
                  IF FRE-FANTASIA-NORMALIZADA IS NOT EQUAL TO
                     WS-ENT-RAZAO-NRM(1:33) OR
                     WS-QTD-LEITURAS IS NOT LESS THAN
                     WS-LIMITE-LEITURAS THEN
                     MOVE 'Y' TO WS-EOF-BUSCA
                  ELSE
                     ADD 1 TO WS-QTD-LEITURAS
                     PERFORM 0007-AVALIAR-CANDIDATO
                  END-IF
             END-READ
           END-PERFORM.

       0005-BUSCAR-PELO-INDICE.
      *    TODOS OS CNPJS DO INDICE INVERTIDO COM A PALAVRA, ATE O
      *    LIMITE DE LEITURAS (PALAVRA MUITO COMUM NAO VARRE A BASE).
           MOVE WS-PAL-BUSCADA TO IDX-PALAVRA.
           MOVE LOW-VALUES TO IDX-CNPJ.
           MOVE 'N' TO WS-EOF-BUSCA.
           MOVE ZERO TO WS-QTD-LEITURAS.
           START ARQ-INDICE-RAZAO
             KEY IS GREATER THAN OR EQUAL TO IDX-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF-BUSCA
           END-START.
           PERFORM UNTIL WS-EOF-BUSCA IS EQUAL TO 'Y'
             READ ARQ-INDICE-RAZAO NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BUSCA
               NOT AT END
                  IF IDX-PALAVRA IS NOT EQUAL TO WS-PAL-BUSCADA OR
                     WS-QTD-LEITURAS IS NOT LESS THAN
                     WS-LIMITE-LEITURAS THEN
                     MOVE 'Y' TO WS-EOF-BUSCA
                  ELSE
                     ADD 1 TO WS-QTD-LEITURAS
                     MOVE IDX-CNPJ TO FRE-CNPJ
                     READ ARQ-EMPRESAS KEY IS FRE-CNPJ
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                          PERFORM 0007-AVALIAR-CANDIDATO
                     END-READ
                  END-IF
             END-READ
           END-PERFORM.

       0006-BUSCAR-PELO-CEP.
           MOVE WS-ENT-CEP TO FRE-CEP.
           MOVE 'N' TO WS-EOF-BUSCA.
           MOVE ZERO TO WS-QTD-LEITURAS.
           START ARQ-EMPRESAS KEY IS EQUAL TO FRE-CEP
             INVALID KEY MOVE 'Y' TO WS-EOF-BUSCA
           END-START.
           PERFORM UNTIL WS-EOF-BUSCA IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BUSCA
               NOT AT END
                  IF FRE-CEP IS NOT EQUAL TO WS-ENT-CEP OR
                     WS-QTD-LEITURAS IS NOT LESS THAN
                     WS-LIMITE-LEITURAS THEN
                     MOVE 'Y' TO WS-EOF-BUSCA
                  ELSE
                     ADD 1 TO WS-QTD-LEITURAS
                     PERFORM 0007-AVALIAR-CANDIDATO
                  END-IF
             END-READ
           END-PERFORM.

       0007-AVALIAR-CANDIDATO.
      *    O MESMO CNPJ PODE VIR POR MAIS DE UM CAMINHO DE BUSCA; SO
      *    E AVALIADO UMA VEZ SE JA ESTA ENTRE OS MELHORES.
           MOVE 'N' TO WS-JA-AVALIADO.
           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
             UNTIL WS-IDX-CND IS GREATER THAN WS-QTD-CND
             IF WS-CND-CNPJ(WS-IDX-CND) IS EQUAL TO FRE-CNPJ THEN
                MOVE 'S' TO WS-JA-AVALIADO
             END-IF
           END-PERFORM.
           IF WS-JA-AVALIADO IS EQUAL TO 'N' THEN
              PERFORM 0008-PONTUAR-NOME
              MOVE WS-PONTOS-NOME TO WS-PONTOS-TOTAL
              IF WS-ENT-UF IS NOT EQUAL TO SPACES AND
                 FRE-UF IS EQUAL TO WS-ENT-UF THEN
                 ADD 5 TO WS-PONTOS-TOTAL
              END-IF
              IF WS-ENT-MUNICIPIO-NRM IS NOT EQUAL TO SPACES THEN
                 MOVE FRE-MUNICIPIO TO WS-NRM-ENTRADA
                 PERFORM 0015-NORMALIZAR-TEXTO
                 MOVE WS-NRM-SAIDA(1:50) TO WS-CND-MUNICIPIO-NRM
                 IF WS-CND-MUNICIPIO-NRM IS EQUAL TO
                    WS-ENT-MUNICIPIO-NRM THEN
                    ADD 15 TO WS-PONTOS-TOTAL
                 END-IF
              END-IF
              IF WS-ENT-CEP IS NOT EQUAL TO SPACES THEN
                 IF FRE-CEP IS EQUAL TO WS-ENT-CEP THEN
                    ADD 10 TO WS-PONTOS-TOTAL
                 ELSE
                    IF FRE-CEP(1:5) IS EQUAL TO WS-ENT-CEP(1:5) THEN
                       ADD 5 TO WS-PONTOS-TOTAL
                    END-IF
                 END-IF
              END-IF
              COMPUTE WS-NOTA ROUNDED =
                 WS-PONTOS-TOTAL * 100 / WS-PONTOS-POSSIVEIS
              IF WS-NOTA IS NOT LESS THAN WS-NOTA-MINIMA THEN
                 PERFORM 0010-INSERIR-CANDIDATO
              END-IF
           END-IF.

       0008-PONTUAR-NOME.
      *    70 PONTOS PARA NOME IDENTICO; SENAO, PROPORCAO DE
      *    PALAVRAS EM COMUM (2 x COMUNS / SOMA DAS PALAVRAS),
      *    VALENDO A MELHOR ENTRE RAZAO SOCIAL E NOME FANTASIA.
           MOVE ZERO TO WS-PONTOS-NOME.
           IF FRE-RAZAO-NORMALIZADA IS EQUAL TO WS-ENT-RAZAO-NRM THEN
              MOVE 70 TO WS-PONTOS-NOME
           ELSE
              MOVE FRE-RAZAO-NORMALIZADA TO WS-TOK-TEXTO
              PERFORM 0011-SEPARAR-PALAVRAS
              PERFORM 0009-CONTAR-COMUNS
              IF WS-TOK-QTD IS GREATER THAN ZERO THEN
                 COMPUTE WS-PONTOS-NOME ROUNDED =
                    70 * 2 * WS-QTD-COMUNS /
                    (WS-QTD-PAL-ENT + WS-TOK-QTD)
              END-IF
              IF FRE-FANTASIA-NORMALIZADA IS NOT EQUAL TO SPACES THEN
                 IF FRE-FANTASIA-NORMALIZADA IS EQUAL TO
                    WS-ENT-RAZAO-NRM(1:33) AND
                    WS-ENT-RAZAO-NRM(34:117) IS EQUAL TO SPACES THEN
                    MOVE 70 TO WS-PONTOS-NOME
                 ELSE
                    MOVE FRE-FANTASIA-NORMALIZADA TO WS-TOK-TEXTO
                    PERFORM 0011-SEPARAR-PALAVRAS
                    PERFORM 0009-CONTAR-COMUNS
                    IF WS-TOK-QTD IS GREATER THAN ZERO THEN
                       COMPUTE WS-PONTOS-NOME-ALT ROUNDED =
                          70 * 2 * WS-QTD-COMUNS /
                          (WS-QTD-PAL-ENT + WS-TOK-QTD)
                       IF WS-PONTOS-NOME-ALT IS GREATER THAN
                          WS-PONTOS-NOME THEN
                          MOVE WS-PONTOS-NOME-ALT TO WS-PONTOS-NOME
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0009-CONTAR-COMUNS.
           MOVE ZERO TO WS-QTD-COMUNS.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
             UNTIL WS-TOK-I IS GREATER THAN WS-QTD-PAL-ENT
             MOVE 'N' TO WS-PAL-COMUM
             PERFORM VARYING WS-TOK-J FROM 1 BY 1
               UNTIL WS-TOK-J IS GREATER THAN WS-TOK-QTD OR
                     WS-PAL-COMUM IS EQUAL TO 'S'
               IF WS-TOK-PAL(WS-TOK-J) IS EQUAL TO WS-PAL-ENT(WS-TOK-I)
               THEN
                  MOVE 'S' TO WS-PAL-COMUM
               END-IF
             END-PERFORM
             IF WS-PAL-COMUM IS EQUAL TO 'S' THEN
                ADD 1 TO WS-QTD-COMUNS
             END-IF
           END-PERFORM.
           IF WS-QTD-COMUNS IS GREATER THAN WS-TOK-QTD THEN
              MOVE WS-TOK-QTD TO WS-QTD-COMUNS
           END-IF.

       0010-INSERIR-CANDIDATO.
      *    MANTEM OS 3 MELHORES EM ORDEM DECRESCENTE DE NOTA; EMPATE
      *    FICA COM O QUE CHEGOU PRIMEIRO.
           MOVE ZERO TO WS-POS-CND.
           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
             UNTIL WS-IDX-CND IS GREATER THAN 3 OR
                   WS-POS-CND IS GREATER THAN ZERO
             IF WS-IDX-CND IS GREATER THAN WS-QTD-CND THEN
                MOVE WS-IDX-CND TO WS-POS-CND
             ELSE
                IF WS-NOTA IS GREATER THAN WS-CND-NOTA(WS-IDX-CND) THEN
                   MOVE WS-IDX-CND TO WS-POS-CND
                END-IF
             END-IF
           END-PERFORM.
           IF WS-POS-CND IS GREATER THAN ZERO THEN
              IF WS-QTD-CND IS LESS THAN 3 THEN
                 ADD 1 TO WS-QTD-CND
              END-IF
              PERFORM VARYING WS-IDX-CND FROM WS-QTD-CND BY -1
                UNTIL WS-IDX-CND IS NOT GREATER THAN WS-POS-CND
                MOVE WS-CND-OCR(WS-IDX-CND - 1) TO
                  WS-CND-OCR(WS-IDX-CND)
              END-PERFORM
              MOVE FRE-CNPJ TO WS-CND-CNPJ(WS-POS-CND)
              MOVE WS-NOTA TO WS-CND-NOTA(WS-POS-CND)
              MOVE FRE-SIT-CADASTRAL TO WS-CND-SITUACAO(WS-POS-CND)
              MOVE FRE-RAZAO-SOCIAL TO WS-CND-RAZAO(WS-POS-CND)
              MOVE FRE-MUNICIPIO TO WS-CND-MUNICIPIO(WS-POS-CND)
              MOVE FRE-UF TO WS-CND-UF(WS-POS-CND)
           END-IF.

       0011-SEPARAR-PALAVRAS.
      *    WS-TOK-TEXTO (JA NORMALIZADO) -> WS-TOK-PAL, SO AS
      *    PALAVRAS SIGNIFICATIVAS; PONTUACAO VIRA ESPACO, ENTAO
      *    S.A., M.E. E SIMILARES SOMEM COMO LETRAS SOLTAS.
           INSPECT WS-TOK-TEXTO CONVERTING '.,;:-/&()' TO
             '         '.
           MOVE ZERO TO WS-TOK-BRUTO-QTD.
           MOVE ZERO TO WS-TOK-QTD.
           INITIALIZE WS-TAB-TOK-BRUTO.
           INITIALIZE WS-TAB-TOK.
           UNSTRING WS-TOK-TEXTO DELIMITED BY ALL ' '
             INTO WS-TOK-BRUTO(1)
                  WS-TOK-BRUTO(2)
                  WS-TOK-BRUTO(3)
                  WS-TOK-BRUTO(4)
                  WS-TOK-BRUTO(5)
                  WS-TOK-BRUTO(6)
                  WS-TOK-BRUTO(7)
                  WS-TOK-BRUTO(8)
                  WS-TOK-BRUTO(9)
                  WS-TOK-BRUTO(10)
             TALLYING IN WS-TOK-BRUTO-QTD
           END-UNSTRING.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
             UNTIL WS-TOK-I IS GREATER THAN WS-TOK-BRUTO-QTD
             PERFORM 0012-TESTAR-PALAVRA-VAZIA
             IF WS-PAL-VAZIA IS EQUAL TO 'N' THEN
                ADD 1 TO WS-TOK-QTD
                MOVE WS-TOK-BRUTO(WS-TOK-I) TO WS-TOK-PAL(WS-TOK-QTD)
             END-IF
           END-PERFORM.

       0012-TESTAR-PALAVRA-VAZIA.
           MOVE 'N' TO WS-PAL-VAZIA.
           IF WS-TOK-BRUTO(WS-TOK-I)(2:1) IS EQUAL TO SPACE THEN
              MOVE 'S' TO WS-PAL-VAZIA
           END-IF.
           EVALUATE WS-TOK-BRUTO(WS-TOK-I)
             WHEN 'LTDA'
             WHEN 'ME'
             WHEN 'EPP'
             WHEN 'EIRELI'
             WHEN 'SA'
             WHEN 'CIA'
             WHEN 'DE'
             WHEN 'DA'
             WHEN 'DO'
             WHEN 'DAS'
             WHEN 'DOS'
             WHEN 'EM'
                MOVE 'S' TO WS-PAL-VAZIA
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

       0013-CLASSIFICAR-E-GRAVAR.
      *    IDENTIFICADOR;CLASSIFICACAO;QTD;E, PARA CADA CANDIDATO,
      *    CNPJ;NOTA;SITUACAO;RAZAO SOCIAL;MUNICIPIO;UF.
           IF WS-QTD-CND IS GREATER THAN ZERO AND
              WS-CND-NOTA(1) IS NOT LESS THAN WS-NOTA-CASADO AND
              (WS-QTD-CND IS EQUAL TO 1 OR
               WS-CND-NOTA(1) - WS-CND-NOTA(2) IS NOT LESS THAN
               WS-MARGEM-CASADO) THEN
              MOVE 'CASADO' TO WS-CLASSIFICACAO
              ADD 1 TO WS-CONT-CASADOS
           ELSE
              IF WS-QTD-CND IS GREATER THAN ZERO AND
                 WS-CND-NOTA(1) IS NOT LESS THAN WS-NOTA-DUVIDOSO THEN
                 MOVE 'DUVIDOSO' TO WS-CLASSIFICACAO
                 ADD 1 TO WS-CONT-DUVIDOSOS
              ELSE
                 MOVE 'SEM CANDIDATO' TO WS-CLASSIFICACAO
                 ADD 1 TO WS-CONT-SEM-CANDIDATO
              END-IF
           END-IF.
           MOVE SPACES TO REG-CASAMENTO.
           MOVE 1 TO WS-PONTEIRO.
           STRING WS-ENT-ID DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CLASSIFICACAO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-QTD-CND DELIMITED BY SIZE
             INTO REG-CASAMENTO
             WITH POINTER WS-PONTEIRO
           END-STRING.
           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
             UNTIL WS-IDX-CND IS GREATER THAN WS-QTD-CND
             STRING ';' DELIMITED BY SIZE
                    WS-CND-CNPJ(WS-IDX-CND) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-CND-NOTA(WS-IDX-CND) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-CND-SITUACAO(WS-IDX-CND) DELIMITED BY SIZE
                    ';' DELIMITED BY SIZE
                    WS-CND-RAZAO(WS-IDX-CND) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
                    WS-CND-MUNICIPIO(WS-IDX-CND) DELIMITED BY '  '
                    ';' DELIMITED BY SIZE
                    WS-CND-UF(WS-IDX-CND) DELIMITED BY SIZE
               INTO REG-CASAMENTO
               WITH POINTER WS-PONTEIRO
             END-STRING
           END-PERFORM.
           WRITE REG-CASAMENTO.

       0014-GRAVAR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 9920-CABECALHO-COMPETENCIA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CASAMENTO DE CADASTROS SEM CNPJ - ' DELIMITED BY SIZE
                  WS-DATA-HOJE(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-DATA-HOJE(1:4) DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE ALL '-' TO REG-RELATORIO(1:60).
           WRITE REG-RELATORIO.
           MOVE WS-CONT-LIDAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'LINHAS LIDAS.........: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-CASADOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'CASADAS..............: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-DUVIDOSOS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DUVIDOSAS............: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-SEM-CANDIDATO TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'SEM CANDIDATO........: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE WS-CONT-INVALIDAS TO WS-CONT-Z.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'LINHAS INVALIDAS.....: ' DELIMITED BY SIZE
                  WS-CONT-Z DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'NOTA PARA CASADO: ' DELIMITED BY SIZE
                  WS-NOTA-CASADO DELIMITED BY SIZE
                  '   NOTA PARA DUVIDOSO: ' DELIMITED BY SIZE
                  WS-NOTA-DUVIDOSO DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           IF ST-ARQUIVO-IDX IS NOT EQUAL TO '00' THEN
              MOVE '*** INDICE DE PALAVRAS INDISPONIVEL - BUSCA SO POR R
      -          'AZAO, FANTASIA E CEP ***' TO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'AMBIENTE DE EXECUCAO: ' DELIMITED BY SIZE
                  WS-AMBIENTE-DESC DELIMITED BY SIZE
             INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.

       0015-NORMALIZAR-TEXTO.
           MOVE FUNCTION UPPER-CASE(WS-NRM-ENTRADA) TO WS-NRM-ENTRADA.
           INSPECT WS-NRM-ENTRADA CONVERTING
              X"C0C1C2C3C4C5E0E1E2E3E4E5C8C9CACBE8E9EAEBCCCDCECFECED"
              TO "AAAAAAAAAAAAEEEEEEEEIIIIII".
           INSPECT WS-NRM-ENTRADA CONVERTING
              X"EEEFD2D3D4D5D6F2F3F4F5F6D9DADBDCF9FAFBFCC7E7D1F1"
              TO "IIOOOOOOOOOOUUUUUUUUCCNN".
           MOVE SPACES TO WS-NRM-SAIDA.
           MOVE ZERO TO WS-NRM-OUT.
           MOVE SPACE TO WS-NRM-ULT.
           PERFORM VARYING WS-NRM-POS FROM 1 BY 1
             UNTIL WS-NRM-POS IS GREATER THAN 150
             MOVE WS-NRM-ENTRADA(WS-NRM-POS:1) TO WS-NRM-CHAR
             IF WS-NRM-CHAR IS EQUAL TO SPACE AND
                WS-NRM-ULT IS EQUAL TO SPACE THEN
                CONTINUE
             ELSE
                ADD 1 TO WS-NRM-OUT
                MOVE WS-NRM-CHAR TO WS-NRM-SAIDA(WS-NRM-OUT:1)
                MOVE WS-NRM-CHAR TO WS-NRM-ULT
             END-IF
           END-PERFORM.

       0016-ESCOLHER-PALAVRAS-INDICE.
      *    AS DUAS PALAVRAS SIGNIFICATIVAS MAIS LONGAS (COM 3 OU MAIS
      *    LETRAS, COMO NO INDICE) SAO AS MAIS RARAS NA BASE.
           MOVE SPACES TO WS-PAL-INDICE-1.
           MOVE SPACES TO WS-PAL-INDICE-2.
           MOVE ZERO TO WS-TAM-PAL-1.
           MOVE ZERO TO WS-TAM-PAL-2.
           PERFORM VARYING WS-TOK-I FROM 1 BY 1
             UNTIL WS-TOK-I IS GREATER THAN WS-QTD-PAL-ENT
             MOVE ZERO TO WS-TAM-PAL
             INSPECT WS-PAL-ENT(WS-TOK-I) TALLYING WS-TAM-PAL
               FOR CHARACTERS BEFORE INITIAL SPACE
             IF WS-TAM-PAL IS GREATER THAN 2 THEN
                IF WS-TAM-PAL IS GREATER THAN WS-TAM-PAL-1 THEN
                   MOVE WS-PAL-INDICE-1 TO WS-PAL-INDICE-2
                   MOVE WS-TAM-PAL-1 TO WS-TAM-PAL-2
                   MOVE WS-PAL-ENT(WS-TOK-I) TO WS-PAL-INDICE-1
                   MOVE WS-TAM-PAL TO WS-TAM-PAL-1
                ELSE
                   IF WS-TAM-PAL IS GREATER THAN WS-TAM-PAL-2 THEN
                      MOVE WS-PAL-ENT(WS-TOK-I) TO WS-PAL-INDICE-2
                      MOVE WS-TAM-PAL TO WS-TAM-PAL-2
                   END-IF
                END-IF
             END-IF
           END-PERFORM.

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
           MOVE SPACES TO WS-CAM-CADASTROS-SEM-CNPJ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cadastros-sem-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-CADASTROS-SEM-CNPJ
           END-STRING.
           MOVE SPACES TO WS-CAM-CASAMENTO-CADASTROS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'casamento-cadastros.dat' DELIMITED BY SIZE
             INTO WS-CAM-CASAMENTO-CADASTROS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-RAZAO-SOCIAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-razao-social.dat' DELIMITED BY SIZE
             INTO WS-CAM-INDICE-RAZAO-SOCIAL
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
             INTO WS-CAM-PARAMETROS-SISTEMA
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO-CASAMENTO-TXT.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'relatorio-casamento-cadastros.txt' DELIMITED BY SIZE
             INTO WS-CAM-RELATORIO-CASAMENTO-TXT
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

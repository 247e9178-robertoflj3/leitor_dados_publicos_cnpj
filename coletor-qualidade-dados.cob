       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLETOR-QUALIDADE-DADOS.

      ****************************************************************
      * COLETOR DA SERIE HISTORICA DE QUALIDADE DE DADOS. VARRE       *
      * EMPRESAS2.DAT (SO EMPRESAS ATIVAS - 02) E SOCIOS2.DAT E       *
      * ACRESCENTA A HISTORICO-QUALIDADE-DADOS.DAT UMA LINHA POR      *
      * UF X CAMPO DA COMPETENCIA VIGENTE (ULTIMA DO CATALOGO; SEM    *
      * CATALOGO, O MES CORRENTE): MES(AAAAMM);COMPETENCIA;UF;CAMPO;  *
      * TOTAL;PREENCHIDOS;VALIDOS;DATA DA APURACAO;INVERIFICAVEIS     *
      * (PREENCHIDOS QUE NAO PUDERAM SER CONFERIDOS - NEM VALIDOS NEM *
      * INVALIDOS). CAMPOS E REGRAS:                                  *
      *   EMAIL      - UM SO '@', SEM BRANCOS, COM PONTO NO DOMINIO;  *
      *   TELEFONE-1 - DDD 11-99 E NUMERO COM 8 DIGITOS OU MAIS (A    *
      *   TELEFONE-2   MESMA REGRA DA VALIDACAO-TELEFONES);           *
      *   CEP        - NAO ZERADO E A PARTIR DE 01000000;             *
      *   NUMERO     - SO DIGITOS, OU SN / S/N;                       *
      *   BAIRRO     - AO MENOS 3 CARACTERES;                         *
      *   CNAE-FISC  - SUBCLASSE PRESENTE EM TABELASRFB/CNAE;         *
      *   CAPITAL    - MAIOR QUE ZERO E ATE 100 BILHOES;              *
      *   DT-ENTRADA - DATA DE ENTRADA DO SOCIO EXISTENTE, DESDE 1900 *
      *                E NAO FUTURA;                                  *
      *   CPF-REPRES - DIGITO VERIFICADOR DO CPF DO REPRESENTANTE     *
      *                (SO SOCIOS COM REPRESENTANTE INFORMADO). O CPF *
      *                ESTA CIFRADO NA BASE E E DECIFRADO ANTES DO    *
      *                CALCULO; SEM A CHAVE DO REGISTRO CONTA COMO    *
      *                INVERIFICAVEL;                                 *
      *   END-POSTAL - ENDERECO COMPLETO PARA POSTAGEM (LOGRADOURO,   *
      *                NUMERO, CEP, MUNICIPIO E UF) E NAO DEVOLVIDO   *
      *                PELOS CORREIOS (ENDERECOS-NAO-ENTREGAVEIS.DAT, *
      *                MARCA AINDA NO MESMO ENDERECO).                *
      * O SOCIO ENTRA NA UF DA EMPRESA ('??' SE A EMPRESA NAO ESTA NA *
      * BASE). COMPETENCIA JA APURADA NAO E REGRAVADA. ALIMENTA O     *
      * RELATORIO-QUALIDADE-DADOS.                                    *
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
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-SOCIOS ASSIGN TO WS-CAM-SOCIOS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRS-COD-SOCIO
                   ALTERNATE RECORD KEY IS FRS-CNPJ WITH DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-NAO-ENTREGAVEIS ASSIGN TO
                   WS-CAM-END-NAO-ENTREGAVEIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NEN-CNPJ
                   STATUS ST-ARQUIVO-NEN.

           SELECT ARQ-CNAE-DESCR ASSIGN TO "TABELASRFB/CNAE"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQ-CNAE-DESCR.

           SELECT ARQ-CATALOGO ASSIGN TO
                   WS-CAM-CATALOGO-COMPETENCIAS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CAT.

           SELECT ARQ-HISTORICO ASSIGN TO
                   WS-CAM-HISTORICO-QUALIDADE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HIS.

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

       FD ARQ-NAO-ENTREGAVEIS.
       COPY "FD-REG-END-NAO-ENTREGAVEL.cpy".

       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-CNAE-DESCR.
       01 FD-CNAE-DESCR.
           03 FD-CNAE-COD           PIC 9(007).
           03 FD-CNAE-DESCRICAO     PIC X(100).

       FD ARQ-CATALOGO.
       01 REG-CATALOGO.
           03 CAT-SUFIXO            PIC X(006).
           03 FILLER                PIC X(001).
           03 CAT-DATA              PIC X(008).

       FD ARQ-HISTORICO.
       01 REG-HISTORICO               PIC X(120).

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
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-QUALIDADE     PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-END-NAO-ENTREGAVEIS     PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQ-CNAE-DESCR           PIC XX.
       01 ST-ARQUIVO-CAT              PIC XX.
       01 ST-ARQUIVO-HIS              PIC XX.
       01 ST-ARQUIVO-NEN              PIC XX.
       01 WS-EOF                      PIC X VALUE 'N'.
       01 WS-DATA-HOJE                PIC 9(008) VALUE ZERO.

      *    COMPETENCIA APURADA
       01 WS-SUFIXO-ATUAL             PIC X(006) VALUE SPACES.
       01 WS-DATA-COMPET-ATUAL        PIC X(008) VALUE SPACES.
       01 WS-JA-APURADA               PIC X VALUE 'N'.
       01 WS-HIS-MES                  PIC X(006) VALUE SPACES.
       01 WS-HIS-SUFIXO               PIC X(006) VALUE SPACES.

      *    CAMPOS MEDIDOS (A ORDEM E A DO RELATORIO)
       01 WS-QTD-CAMPOS               PIC 99 VALUE 11.
       01 WS-IDX-CAMPO                PIC 99 VALUE ZERO.
       01 WS-TAB-NOMES-CAMPO.
          05 FILLER                  PIC X(010) VALUE 'EMAIL'.
          05 FILLER                  PIC X(010) VALUE 'TELEFONE-1'.
          05 FILLER                  PIC X(010) VALUE 'TELEFONE-2'.
          05 FILLER                  PIC X(010) VALUE 'CEP'.
          05 FILLER                  PIC X(010) VALUE 'NUMERO'.
          05 FILLER                  PIC X(010) VALUE 'BAIRRO'.
          05 FILLER                  PIC X(010) VALUE 'CNAE-FISC'.
          05 FILLER                  PIC X(010) VALUE 'CAPITAL'.
          05 FILLER                  PIC X(010) VALUE 'DT-ENTRADA'.
          05 FILLER                  PIC X(010) VALUE 'CPF-REPRES'.
          05 FILLER                  PIC X(010) VALUE 'END-POSTAL'.
       01 WS-TAB-NOMES-CAMPO-RED REDEFINES WS-TAB-NOMES-CAMPO.
          05 WS-NOME-CAMPO OCCURS 11 TIMES PIC X(010).
       01 WS-PREENCHIDO               PIC X VALUE 'N'.
       01 WS-VALIDO                   PIC X VALUE 'N'.

      *    CONTADORES POR UF X CAMPO
       01 WS-QTD-UFS                  PIC 99 VALUE ZERO.
       01 WS-IDX-UF                   PIC 99 VALUE ZERO.
       01 WS-UF-ACHADA                PIC X VALUE 'N'.
       01 WS-UF-PROCURADA             PIC X(002) VALUE SPACES.
       01 WS-TAB-UFS.
          05 WS-UF-OCR OCCURS 30 TIMES.
             10 WS-UF-SIGLA           PIC X(002).
             10 WS-UF-CAMPO OCCURS 11 TIMES.
                15 WS-CEL-TOTAL       PIC 9(009).
                15 WS-CEL-PREENCHIDOS PIC 9(009).
                15 WS-CEL-VALIDOS     PIC 9(009).
                15 WS-CEL-INVERIFICAVEIS PIC 9(009).

      *    TABELA DE SUBCLASSES CNAE
       01 WS-QTD-CNAES                PIC 9(004) VALUE ZERO.
       01 WS-IDX-CNAE                 PIC 9(004) VALUE ZERO.
       01 WS-CNAE-ACHADO              PIC X VALUE 'N'.
       01 WS-TAB-CNAES.
          05 WS-CNAE-COD OCCURS 2000 TIMES PIC 9(007).

      *    AREAS DAS REGRAS
       01 WS-TEXTO-CAMPO              PIC X(115) VALUE SPACES.
       01 WS-TAM-CAMPO                PIC 9(003) VALUE ZERO.
       01 WS-POS                      PIC 9(003) VALUE ZERO.
       01 WS-POS-ARROBA               PIC 9(003) VALUE ZERO.
       01 WS-POS-PONTO                PIC 9(003) VALUE ZERO.
       01 WS-QTD-ARROBAS              PIC 9(003) VALUE ZERO.
       01 WS-QTD-BRANCOS              PIC 9(003) VALUE ZERO.
       01 WS-DDD-ALVO                 PIC X(004) VALUE SPACES.
       01 WS-TELEFONE-ALVO            PIC X(008) VALUE SPACES.
       01 WS-DDD-TEXTO                PIC XX VALUE SPACES.
       01 WS-DDD-NUM                  PIC 99 VALUE ZERO.
       01 WS-DATA-ENTRADA             PIC 9(008) VALUE ZERO.
       01 WS-DATA-ENTRADA-R REDEFINES WS-DATA-ENTRADA.
          05 WS-ENT-ANO               PIC 9(004).
          05 WS-ENT-MES               PIC 99.
          05 WS-ENT-DIA               PIC 99.
       01 WS-CPF                      PIC 9(011) VALUE ZERO.
       01 WS-CPF-R REDEFINES WS-CPF.
          05 WS-CPF-DIG OCCURS 11 TIMES PIC 9.
       01 WS-CPF-SOMA                 PIC 9(005) VALUE ZERO.
       01 WS-CPF-RESTO                PIC 99 VALUE ZERO.
       01 WS-CPF-DV                   PIC 9 VALUE ZERO.
       01 WS-IDX-CPF                  PIC 99 VALUE ZERO.
       01 WS-CPF-REPETIDO             PIC X VALUE 'N'.
       01 WS-CNPJ-ANTERIOR            PIC X(014) VALUE SPACES.
       01 WS-UF-SOCIO                 PIC X(002) VALUE SPACES.

       01 WS-TOTAL-EMPRESAS           PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-ATIVAS             PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-SOCIOS             PIC 9(009) VALUE ZERO.
       01 WS-TOTAL-LINHAS             PIC 9(007) VALUE ZERO.
       01 WS-TOTAL-INVERIFICAVEIS     PIC 9(009) VALUE ZERO.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           DISPLAY 'COLETOR DE QUALIDADE DE DADOS'.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0002-LER-CATALOGO.
           DISPLAY 'COMPETENCIA APURADA...........: ' WS-SUFIXO-ATUAL.
           PERFORM 0003-VERIFICAR-APURADA.
           IF WS-JA-APURADA IS EQUAL TO 'S' THEN
              DISPLAY 'COMPETENCIA ' WS-SUFIXO-ATUAL
                 ' JA CONSTA DA SERIE - NADA A ACRESCENTAR'
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ARQ-EMPRESAS.
           OPEN INPUT ARQ-SOCIOS.
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' OR
              ST-ARQUIVO-SOC IS NOT EQUAL TO '00' THEN
              DISPLAY '*** BASE INDISPONIVEL (STATUS '
                 ST-ARQUIVO-EMP '/' ST-ARQUIVO-SOC
                 ') - SERIE NAO ACRESCIDA ***'
              CLOSE ARQ-EMPRESAS
              CLOSE ARQ-SOCIOS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0004-CARREGAR-CNAES.
           INITIALIZE WS-TAB-UFS.
           OPEN INPUT ARQ-NAO-ENTREGAVEIS.
           PERFORM 0005-VARRER-EMPRESAS.
           PERFORM 0013-VARRER-SOCIOS.
           CLOSE ARQ-EMPRESAS.
           CLOSE ARQ-SOCIOS.
           IF ST-ARQUIVO-NEN IS EQUAL TO '00' THEN
              CLOSE ARQ-NAO-ENTREGAVEIS
           END-IF.
           PERFORM 0017-ACRESCENTAR-SERIE.
           DISPLAY 'EMPRESAS LIDAS................: ' WS-TOTAL-EMPRESAS.
           DISPLAY 'EMPRESAS ATIVAS MEDIDAS.......: ' WS-TOTAL-ATIVAS.
           DISPLAY 'SOCIOS MEDIDOS................: ' WS-TOTAL-SOCIOS.
           DISPLAY 'LINHAS ACRESCENTADAS A SERIE..: ' WS-TOTAL-LINHAS.
           IF WS-TOTAL-INVERIFICAVEIS IS GREATER THAN ZERO THEN
              DISPLAY '*** CPF DE REPRESENTANTE SEM CHAVE DO REGISTRO '
                 '(INVERIFICAVEIS): ' WS-TOTAL-INVERIFICAVEIS
           END-IF.
           DISPLAY 'FIM DO COLETOR DE QUALIDADE DE DADOS.'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0002-LER-CATALOGO.
           MOVE SPACES TO WS-SUFIXO-ATUAL.
           MOVE SPACES TO WS-DATA-COMPET-ATUAL.
           OPEN INPUT ARQ-CATALOGO.
           IF ST-ARQUIVO-CAT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE CAT-SUFIXO TO WS-SUFIXO-ATUAL
                     MOVE CAT-DATA TO WS-DATA-COMPET-ATUAL
                END-READ
              END-PERFORM
              CLOSE ARQ-CATALOGO
           END-IF.
           IF WS-SUFIXO-ATUAL IS EQUAL TO SPACES THEN
              MOVE WS-DATA-HOJE(1:6) TO WS-SUFIXO-ATUAL
              MOVE WS-DATA-HOJE TO WS-DATA-COMPET-ATUAL
           END-IF.

       0003-VERIFICAR-APURADA.
           MOVE 'N' TO WS-JA-APURADA.
           OPEN INPUT ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-HISTORICO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-HIS-MES
                     MOVE SPACES TO WS-HIS-SUFIXO
                     UNSTRING REG-HISTORICO DELIMITED BY ';'
                       INTO WS-HIS-MES
                            WS-HIS-SUFIXO
                     END-UNSTRING
                     IF WS-HIS-SUFIXO IS EQUAL TO WS-SUFIXO-ATUAL THEN
                        MOVE 'S' TO WS-JA-APURADA
                        MOVE 'Y' TO WS-EOF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO
           END-IF.

       0004-CARREGAR-CNAES.
           MOVE ZERO TO WS-QTD-CNAES.
           OPEN INPUT ARQ-CNAE-DESCR.
           IF ST-ARQ-CNAE-DESCR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CNAE-DESCR
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF FD-CNAE-COD IS NUMERIC AND
                        WS-QTD-CNAES IS LESS THAN 2000 THEN
                        ADD 1 TO WS-QTD-CNAES
                        MOVE FD-CNAE-COD TO WS-CNAE-COD(WS-QTD-CNAES)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CNAE-DESCR
           END-IF.
           DISPLAY 'SUBCLASSES CNAE CARREGADAS....: ' WS-QTD-CNAES.

       0005-VARRER-EMPRESAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-EMPRESAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-EMPRESAS
                  IF FRE-SIT-CADASTRAL IS EQUAL TO 02 THEN
                     ADD 1 TO WS-TOTAL-ATIVAS
                     PERFORM 0006-MEDIR-EMPRESA
                  END-IF
             END-READ
           END-PERFORM.

       0006-MEDIR-EMPRESA.
           MOVE FRE-UF TO WS-UF-PROCURADA.
           PERFORM 0020-LOCALIZAR-UF.
           IF WS-IDX-UF IS GREATER THAN ZERO THEN
              MOVE 1 TO WS-IDX-CAMPO
              PERFORM 0007-MEDIR-EMAIL
              PERFORM 0019-CONTAR-CAMPO
              MOVE 2 TO WS-IDX-CAMPO
              MOVE FRE-DDD-1 TO WS-DDD-ALVO
              MOVE FRE-TELEFONE-1 TO WS-TELEFONE-ALVO
              PERFORM 0008-MEDIR-TELEFONE
              PERFORM 0019-CONTAR-CAMPO
              MOVE 3 TO WS-IDX-CAMPO
              MOVE FRE-DDD-2 TO WS-DDD-ALVO
              MOVE FRE-TELEFONE-2 TO WS-TELEFONE-ALVO
              PERFORM 0008-MEDIR-TELEFONE
              PERFORM 0019-CONTAR-CAMPO
              MOVE 4 TO WS-IDX-CAMPO
              PERFORM 0009-MEDIR-CEP
              PERFORM 0019-CONTAR-CAMPO
              MOVE 5 TO WS-IDX-CAMPO
              PERFORM 0010-MEDIR-NUMERO
              PERFORM 0019-CONTAR-CAMPO
              MOVE 6 TO WS-IDX-CAMPO
              PERFORM 0011-MEDIR-BAIRRO
              PERFORM 0019-CONTAR-CAMPO
              MOVE 7 TO WS-IDX-CAMPO
              PERFORM 0012-MEDIR-CNAE
              PERFORM 0019-CONTAR-CAMPO
              MOVE 8 TO WS-IDX-CAMPO
              MOVE 'N' TO WS-PREENCHIDO
              MOVE 'N' TO WS-VALIDO
              IF FRE-CAPITAL-SOCIAL-EMP IS NUMERIC AND
                 FRE-CAPITAL-SOCIAL-EMP IS GREATER THAN ZERO THEN
                 MOVE 'S' TO WS-PREENCHIDO
                 IF FRE-CAPITAL-SOCIAL-EMP IS NOT GREATER THAN
                    100000000000 THEN
                    MOVE 'S' TO WS-VALIDO
                 END-IF
              END-IF
              PERFORM 0019-CONTAR-CAMPO
              MOVE 11 TO WS-IDX-CAMPO
              PERFORM 0021-MEDIR-END-POSTAL
              PERFORM 0019-CONTAR-CAMPO
           END-IF.

       0007-MEDIR-EMAIL.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRE-CORREIO-ELETRONICO IS NOT EQUAL TO SPACES THEN
              MOVE 'S' TO WS-PREENCHIDO
              MOVE FUNCTION TRIM(FRE-CORREIO-ELETRONICO) TO
                WS-TEXTO-CAMPO
              MOVE FUNCTION LENGTH(FUNCTION TRIM
                (FRE-CORREIO-ELETRONICO)) TO WS-TAM-CAMPO
              MOVE ZERO TO WS-QTD-ARROBAS
              MOVE ZERO TO WS-QTD-BRANCOS
              INSPECT WS-TEXTO-CAMPO(1:WS-TAM-CAMPO)
                TALLYING WS-QTD-ARROBAS FOR ALL '@'
                         WS-QTD-BRANCOS FOR ALL SPACE
              MOVE ZERO TO WS-POS-ARROBA
              MOVE ZERO TO WS-POS-PONTO
              PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS IS GREATER THAN WS-TAM-CAMPO
                IF WS-TEXTO-CAMPO(WS-POS:1) IS EQUAL TO '@' THEN
                   MOVE WS-POS TO WS-POS-ARROBA
                END-IF
                IF WS-TEXTO-CAMPO(WS-POS:1) IS EQUAL TO '.' AND
                   WS-POS-ARROBA IS GREATER THAN ZERO AND
                   WS-POS IS GREATER THAN WS-POS-ARROBA + 1 AND
                   WS-POS IS LESS THAN WS-TAM-CAMPO THEN
                   MOVE WS-POS TO WS-POS-PONTO
                END-IF
              END-PERFORM
              IF WS-QTD-ARROBAS IS EQUAL TO 1 AND
                 WS-QTD-BRANCOS IS EQUAL TO ZERO AND
                 WS-POS-ARROBA IS GREATER THAN 1 AND
                 WS-POS-PONTO IS GREATER THAN ZERO THEN
                 MOVE 'S' TO WS-VALIDO
              END-IF
           END-IF.

       0008-MEDIR-TELEFONE.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF WS-DDD-ALVO IS NOT EQUAL TO SPACES OR
              WS-TELEFONE-ALVO IS NOT EQUAL TO SPACES THEN
              MOVE 'S' TO WS-PREENCHIDO
              MOVE 'S' TO WS-VALIDO
              MOVE WS-DDD-ALVO(1:2) TO WS-DDD-TEXTO
              IF WS-DDD-TEXTO IS NOT NUMERIC THEN
                 MOVE 'N' TO WS-VALIDO
              ELSE
                 MOVE WS-DDD-TEXTO TO WS-DDD-NUM
                 IF WS-DDD-NUM IS LESS THAN 11 THEN
                    MOVE 'N' TO WS-VALIDO
                 END-IF
              END-IF
              IF WS-TELEFONE-ALVO IS EQUAL TO SPACES THEN
                 MOVE 'N' TO WS-VALIDO
              ELSE
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TELEFONE-ALVO))
                   TO WS-TAM-CAMPO
                 IF WS-TAM-CAMPO IS LESS THAN 8 THEN
                    MOVE 'N' TO WS-VALIDO
                 END-IF
              END-IF
           END-IF.

       0009-MEDIR-CEP.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRE-CEP IS NUMERIC AND FRE-CEP IS GREATER THAN ZERO THEN
              MOVE 'S' TO WS-PREENCHIDO
              IF FRE-CEP IS NOT LESS THAN 01000000 THEN
                 MOVE 'S' TO WS-VALIDO
              END-IF
           END-IF.

       0010-MEDIR-NUMERO.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRE-NUMERO IS NOT EQUAL TO SPACES THEN
              MOVE 'S' TO WS-PREENCHIDO
              MOVE FUNCTION TRIM(FRE-NUMERO) TO WS-TEXTO-CAMPO
              MOVE FUNCTION LENGTH(FUNCTION TRIM(FRE-NUMERO)) TO
                WS-TAM-CAMPO
              IF WS-TEXTO-CAMPO(1:WS-TAM-CAMPO) IS NUMERIC OR
                 WS-TEXTO-CAMPO(1:WS-TAM-CAMPO) IS EQUAL TO 'SN' OR
                 WS-TEXTO-CAMPO(1:WS-TAM-CAMPO) IS EQUAL TO 'S/N' THEN
                 MOVE 'S' TO WS-VALIDO
              END-IF
           END-IF.

       0011-MEDIR-BAIRRO.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRE-BAIRRO IS NOT EQUAL TO SPACES THEN
              MOVE 'S' TO WS-PREENCHIDO
              MOVE FUNCTION LENGTH(FUNCTION TRIM(FRE-BAIRRO)) TO
                WS-TAM-CAMPO
              IF WS-TAM-CAMPO IS NOT LESS THAN 3 THEN
                 MOVE 'S' TO WS-VALIDO
              END-IF
           END-IF.

       0012-MEDIR-CNAE.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRE-CNAE-FISCAL IS NUMERIC AND
              FRE-CNAE-FISCAL IS GREATER THAN ZERO THEN
              MOVE 'S' TO WS-PREENCHIDO
      *       TABELASRFB/CNAE VEM EM ORDEM DE SUBCLASSE: A BUSCA PARA
      *       AO PASSAR DO CODIGO PROCURADO.
              MOVE 'N' TO WS-CNAE-ACHADO
              PERFORM VARYING WS-IDX-CNAE FROM 1 BY 1
                UNTIL WS-IDX-CNAE IS GREATER THAN WS-QTD-CNAES
                   OR WS-CNAE-ACHADO IS NOT EQUAL TO 'N'
                IF WS-CNAE-COD(WS-IDX-CNAE) IS EQUAL TO
                   FRE-CNAE-FISCAL THEN
                   MOVE 'S' TO WS-CNAE-ACHADO
                ELSE
                   IF WS-CNAE-COD(WS-IDX-CNAE) IS GREATER THAN
                      FRE-CNAE-FISCAL THEN
                      MOVE 'X' TO WS-CNAE-ACHADO
                   END-IF
                END-IF
              END-PERFORM
              IF WS-CNAE-ACHADO IS EQUAL TO 'S' THEN
                 MOVE 'S' TO WS-VALIDO
              END-IF
           END-IF.

       0013-VARRER-SOCIOS.
           MOVE SPACES TO WS-CNPJ-ANTERIOR.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-TOTAL-SOCIOS
                  PERFORM 0014-MEDIR-SOCIO
             END-READ
           END-PERFORM.

       0014-MEDIR-SOCIO.
           IF FRS-CNPJ IS NOT EQUAL TO WS-CNPJ-ANTERIOR THEN
              MOVE FRS-CNPJ TO WS-CNPJ-ANTERIOR
              MOVE FRS-CNPJ TO FRE-CNPJ
              READ ARQ-EMPRESAS
                INVALID KEY
                   MOVE '??' TO WS-UF-SOCIO
                NOT INVALID KEY
                   MOVE FRE-UF TO WS-UF-SOCIO
              END-READ
           END-IF.
           MOVE WS-UF-SOCIO TO WS-UF-PROCURADA.
           PERFORM 0020-LOCALIZAR-UF.
           IF WS-IDX-UF IS GREATER THAN ZERO THEN
              MOVE 9 TO WS-IDX-CAMPO
              PERFORM 0015-MEDIR-DATA-ENTRADA
              PERFORM 0019-CONTAR-CAMPO
              IF FRS-NOME-REPRESENTANTE IS NOT EQUAL TO SPACES OR
                 (FRS-CPF-REPRESENTANTE IS NUMERIC AND
                  FRS-CPF-REPRESENTANTE IS GREATER THAN ZERO) THEN
                 MOVE 10 TO WS-IDX-CAMPO
                 PERFORM 0016-MEDIR-CPF-REPRESENTANTE
                 PERFORM 0019-CONTAR-CAMPO
              END-IF
           END-IF.

       0015-MEDIR-DATA-ENTRADA.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRS-DATA-ENTRADA-SOCIEDADE IS NUMERIC AND
              FRS-DATA-ENTRADA-SOCIEDADE IS GREATER THAN ZERO THEN
              MOVE 'S' TO WS-PREENCHIDO
              MOVE FRS-DATA-ENTRADA-SOCIEDADE TO WS-DATA-ENTRADA
              IF WS-DATA-ENTRADA IS NOT LESS THAN 19000101 AND
                 WS-DATA-ENTRADA IS NOT GREATER THAN WS-DATA-HOJE AND
                 WS-ENT-MES IS GREATER THAN ZERO AND
                 WS-ENT-MES IS LESS THAN 13 AND
                 WS-ENT-DIA IS GREATER THAN ZERO THEN
                 EVALUATE TRUE
                   WHEN WS-ENT-MES IS EQUAL TO 2
                      IF WS-ENT-DIA IS LESS THAN 29 OR
                         (WS-ENT-DIA IS EQUAL TO 29 AND
                          FUNCTION MOD(WS-ENT-ANO, 4) IS EQUAL TO 0
                          AND (FUNCTION MOD(WS-ENT-ANO, 100) IS NOT
                          EQUAL TO 0 OR
                          FUNCTION MOD(WS-ENT-ANO, 400) IS EQUAL TO 0))
                      THEN
                         MOVE 'S' TO WS-VALIDO
                      END-IF
                   WHEN WS-ENT-MES IS EQUAL TO 4 OR
                        WS-ENT-MES IS EQUAL TO 6 OR
                        WS-ENT-MES IS EQUAL TO 9 OR
                        WS-ENT-MES IS EQUAL TO 11
                      IF WS-ENT-DIA IS LESS THAN 31 THEN
                         MOVE 'S' TO WS-VALIDO
                      END-IF
                   WHEN OTHER
                      IF WS-ENT-DIA IS LESS THAN 32 THEN
                         MOVE 'S' TO WS-VALIDO
                      END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       0016-MEDIR-CPF-REPRESENTANTE.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRS-CPF-REPRESENTANTE IS NUMERIC AND
              FRS-CPF-REPRESENTANTE IS GREATER THAN ZERO THEN
              MOVE 'S' TO WS-PREENCHIDO
      *       O CPF ESTA CIFRADO NA BASE: O DIGITO VERIFICADOR SO E
      *       CONFERIDO SOBRE O VALOR DECIFRADO. SEM A CHAVE DO
      *       REGISTRO O CAMPO FICA INVERIFICAVEL ('X').
              MOVE FD-REG-SOCIO TO RCF-REG-SOCIO
              MOVE 'D' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              IF RCF-RETORNO IS NOT EQUAL TO '00' THEN
                 MOVE 'X' TO WS-VALIDO
                 ADD 1 TO WS-TOTAL-INVERIFICAVEIS
              ELSE
                 MOVE RCF-CPF-REPRESENTANTE TO WS-CPF
                 PERFORM 0021-CONFERIR-DV-CPF
              END-IF
           END-IF.

       0021-CONFERIR-DV-CPF.
      *    CPF COM TODOS OS DIGITOS IGUAIS PASSA NO CALCULO MAS NAO
      *    EXISTE.
           MOVE 'S' TO WS-CPF-REPETIDO.
           PERFORM VARYING WS-IDX-CPF FROM 2 BY 1
             UNTIL WS-IDX-CPF IS GREATER THAN 11
             IF WS-CPF-DIG(WS-IDX-CPF) IS NOT EQUAL TO
                WS-CPF-DIG(1) THEN
                MOVE 'N' TO WS-CPF-REPETIDO
             END-IF
           END-PERFORM.
           MOVE 0 TO WS-CPF-SOMA.
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
             UNTIL WS-IDX-CPF IS GREATER THAN 9
             COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                WS-CPF-DIG(WS-IDX-CPF) * (11 - WS-IDX-CPF)
           END-PERFORM.
           PERFORM 0018-CALCULAR-DV-CPF.
           IF WS-CPF-DV IS EQUAL TO WS-CPF-DIG(10) AND
              WS-CPF-REPETIDO IS EQUAL TO 'N' THEN
              MOVE 0 TO WS-CPF-SOMA
              PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                UNTIL WS-IDX-CPF IS GREATER THAN 10
                COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   WS-CPF-DIG(WS-IDX-CPF) * (12 - WS-IDX-CPF)
              END-PERFORM
              PERFORM 0018-CALCULAR-DV-CPF
              IF WS-CPF-DV IS EQUAL TO WS-CPF-DIG(11) THEN
                 MOVE 'S' TO WS-VALIDO
              END-IF
           END-IF.

       0017-ACRESCENTAR-SERIE.
           OPEN EXTEND ARQ-HISTORICO.
           IF ST-ARQUIVO-HIS IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
             PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
               UNTIL WS-IDX-CAMPO IS GREATER THAN WS-QTD-CAMPOS
               IF WS-CEL-TOTAL(WS-IDX-UF, WS-IDX-CAMPO) IS
                  GREATER THAN ZERO THEN
                  MOVE SPACES TO REG-HISTORICO
                  STRING WS-DATA-COMPET-ATUAL(1:6) DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-SUFIXO-ATUAL DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-UF-SIGLA(WS-IDX-UF) DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-NOME-CAMPO(WS-IDX-CAMPO) DELIMITED BY SPACE
                         ';' DELIMITED BY SIZE
                         WS-CEL-TOTAL(WS-IDX-UF, WS-IDX-CAMPO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-PREENCHIDOS(WS-IDX-UF, WS-IDX-CAMPO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-VALIDOS(WS-IDX-UF, WS-IDX-CAMPO)
                           DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-DATA-HOJE DELIMITED BY SIZE
                         ';' DELIMITED BY SIZE
                         WS-CEL-INVERIFICAVEIS(WS-IDX-UF, WS-IDX-CAMPO)
                           DELIMITED BY SIZE
                    INTO REG-HISTORICO
                  END-STRING
                  WRITE REG-HISTORICO
                  ADD 1 TO WS-TOTAL-LINHAS
               END-IF
             END-PERFORM
           END-PERFORM.
           CLOSE ARQ-HISTORICO.

       0018-CALCULAR-DV-CPF.
           COMPUTE WS-CPF-RESTO = FUNCTION MOD(WS-CPF-SOMA * 10, 11).
           IF WS-CPF-RESTO IS EQUAL TO 10 THEN
              MOVE 0 TO WS-CPF-DV
           ELSE
              MOVE WS-CPF-RESTO TO WS-CPF-DV
           END-IF.

       0019-CONTAR-CAMPO.
           ADD 1 TO WS-CEL-TOTAL(WS-IDX-UF, WS-IDX-CAMPO).
           IF WS-PREENCHIDO IS EQUAL TO 'S' THEN
              ADD 1 TO WS-CEL-PREENCHIDOS(WS-IDX-UF, WS-IDX-CAMPO)
              IF WS-VALIDO IS EQUAL TO 'S' THEN
                 ADD 1 TO WS-CEL-VALIDOS(WS-IDX-UF, WS-IDX-CAMPO)
              END-IF
              IF WS-VALIDO IS EQUAL TO 'X' THEN
                 ADD 1 TO
                   WS-CEL-INVERIFICAVEIS(WS-IDX-UF, WS-IDX-CAMPO)
              END-IF
           END-IF.

       0020-LOCALIZAR-UF.
           MOVE 'N' TO WS-UF-ACHADA.
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
             UNTIL WS-IDX-UF IS GREATER THAN WS-QTD-UFS
                OR WS-UF-ACHADA IS EQUAL TO 'S'
             IF WS-UF-SIGLA(WS-IDX-UF) IS EQUAL TO WS-UF-PROCURADA
             THEN
                MOVE 'S' TO WS-UF-ACHADA
                SUBTRACT 1 FROM WS-IDX-UF
             END-IF
           END-PERFORM.
           IF WS-UF-ACHADA IS EQUAL TO 'N' THEN
              IF WS-QTD-UFS IS LESS THAN 30 THEN
                 ADD 1 TO WS-QTD-UFS
                 MOVE WS-QTD-UFS TO WS-IDX-UF
                 MOVE WS-UF-PROCURADA TO WS-UF-SIGLA(WS-IDX-UF)
              ELSE
                 MOVE ZERO TO WS-IDX-UF
              END-IF
           END-IF.

       0021-MEDIR-END-POSTAL.
      *    MESMO CRITERIO DE ENDERECO COMPLETO DO GERAR-MALA-DIRETA. A
      *    DEVOLUCAO SO CONTA ENQUANTO A EMPRESA TIVER O MESMO ENDERECO
      *    QUE FOI DEVOLVIDO.
           MOVE 'N' TO WS-PREENCHIDO.
           MOVE 'N' TO WS-VALIDO.
           IF FRE-LOGRADOURO IS NOT EQUAL TO SPACES AND
              FRE-NUMERO IS NOT EQUAL TO SPACES AND
              FRE-CEP IS NUMERIC AND FRE-CEP IS GREATER THAN ZERO AND
              FRE-MUNICIPIO IS NOT EQUAL TO SPACES AND
              FRE-UF IS NOT EQUAL TO SPACES THEN
              MOVE 'S' TO WS-PREENCHIDO
              MOVE 'S' TO WS-VALIDO
              IF ST-ARQUIVO-NEN IS EQUAL TO '00' THEN
                 MOVE FRE-CNPJ TO NEN-CNPJ
                 READ ARQ-NAO-ENTREGAVEIS
                   KEY IS NEN-CNPJ
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF NEN-CEP IS EQUAL TO FRE-CEP AND
                         NEN-TIPO-LOGRADOURO IS EQUAL TO
                            FRE-TIPO-LOGRADOURO AND
                         NEN-LOGRADOURO IS EQUAL TO FRE-LOGRADOURO AND
                         NEN-NUMERO IS EQUAL TO FRE-NUMERO AND
                         NEN-COMPLEMENTO IS EQUAL TO FRE-COMPLEMENTO
                      THEN
                         MOVE 'N' TO WS-VALIDO
                      END-IF
                 END-READ
              END-IF
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
           MOVE SPACES TO WS-CAM-CATALOGO-COMPETENCIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-competencias.dat' DELIMITED BY SIZE
             INTO WS-CAM-CATALOGO-COMPETENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-QUALIDADE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-qualidade-dados.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-QUALIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-END-NAO-ENTREGAVEIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'enderecos-nao-entregaveis.dat' DELIMITED BY SIZE
             INTO WS-CAM-END-NAO-ENTREGAVEIS
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

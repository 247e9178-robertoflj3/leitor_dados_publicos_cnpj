       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRAR-DADOS-PESSOAIS.

      ****************************************************************
      * CIFRA E DECIFRA OS DADOS PESSOAIS DO REGISTRO DE SOCIO        *
      * (CPF DO SOCIO PESSOA FISICA, CPF E NOME DO REPRESENTANTE)     *
      * GUARDADOS EM SOCIOS2.DAT. A CHAVE FICA FORA DO DIRETORIO DA   *
      * BASE, EM CHAVES/CHAVE-DADOS-PESSOAIS.DAT (CHAVES-TESTE/ E     *
      * CHAVES-HML/ NOS DEMAIS AMBIENTES), UMA LINHA POR VERSAO:      *
      *   VERSAO(3);DATA(8);CHAVE(32 CARACTERES A-Z E 0-9)            *
      * A MAIOR VERSAO E A CORRENTE; AS ANTERIORES SAO MANTIDAS PARA  *
      * DECIFRAR REGISTROS AINDA NAO RECIFRADOS (BACKUPS, JOURNAL).   *
      * A CIFRA E DETERMINISTICA E PRESERVA O FORMATO (DIGITO CONTINUA*
      * DIGITO, MASCARA '*' E BRANCOS NAO SAO TOCADOS), PARA QUE A    *
      * BUSCA POR IGUALDADE NAS CHAVES ALTERNATIVAS CONTINUE VALENDO: *
      * O MESMO CPF CIFRA SEMPRE IGUAL, SEJA DE SOCIO OU DE           *
      * REPRESENTANTE. O MIOLO DO CPF (FRS-CPF-MIOLO) FICA EM CLARO.  *
      * FUNCOES (RCF-FUNCAO):                                         *
      *   V - CONFERE SE HA CHAVE CORRENTE (DEVOLVE A VERSAO);        *
      *   C - CIFRA RCF-REG-SOCIO COM A CHAVE CORRENTE;               *
      *   D - DECIFRA RCF-REG-SOCIO COM A VERSAO GRAVADA NO REGISTRO; *
      *   A - CIFRA O ARGUMENTO DE BUSCA (CPF) COM A CHAVE CORRENTE;  *
      *   R - RELE O ARQUIVO DE CHAVES (APOS UMA TROCA DE CHAVE).     *
      * RETORNO (RCF-RETORNO): 00 OK, 04 VERSAO DE CHAVE DESCONHECIDA,*
      * 08 FUNCAO INVALIDA, 12 SEM CHAVE CORRENTE.                    *
      * VERSAO 000 (OU BRANCOS) NO REGISTRO = DADOS EM CLARO.         *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHAVES ASSIGN TO WS-CAM-CHAVES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CHV.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CHAVES.
       01 REG-CHAVE                   PIC X(080).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-DIR-CHAVES               PIC X(014) VALUE SPACES.
       01 WS-CAM-CHAVES               PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-CHV              PIC XX.
       01 WS-EOF-CHV                  PIC X VALUE 'N'.
       01 WS-CHAVES-CARREGADAS        PIC X VALUE 'N'.
       01 WS-CHV-VERSAO-IN            PIC X(003).
       01 WS-CHV-DATA-IN              PIC X(008).
       01 WS-CHV-CHAVE-IN             PIC X(032).
       01 WS-CHV-VERSAO-NUM           PIC 9(003).

      *    CHAVES CONHECIDAS; KV GUARDA O VALOR (0 A 36) DE CADA
      *    CARACTER DA CHAVE NO ALFABETO DE NOMES.
       01 WS-QTD-CHAVES               PIC 9(003) VALUE ZERO.
       01 WS-VERSAO-CORRENTE          PIC 9(003) VALUE ZERO.
       01 WS-IDX-CORRENTE             PIC 9(003) VALUE ZERO.
       01 WS-TAB-CHAVES.
          03 WS-CHAVE-OCC OCCURS 99 TIMES.
             05 WS-CHAVE-VERSAO       PIC 9(003).
             05 WS-CHAVE-SEMENTE      PIC 9(005).
             05 WS-CHAVE-KV           PIC 9(002) OCCURS 32 TIMES.

      *    ALFABETOS DA CIFRA: DIGITOS PARA CPF E BRANCO, LETRAS E
      *    DIGITOS PARA NOME. CARACTER FORA DO ALFABETO NAO E CIFRADO.
       01 WS-ALFA-DIGITOS             PIC X(010) VALUE '0123456789'.
       01 WS-ALFA-NOMES               PIC X(037)
          VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-MAPAS-MONTADOS           PIC X VALUE 'N'.
       01 WS-MAPA-DIGITOS.
          03 WS-MAPA-DIG              PIC 9(002) OCCURS 256 TIMES.
       01 WS-MAPA-NOMES.
          03 WS-MAPA-NOM              PIC 9(002) OCCURS 256 TIMES.

      *    CAMPO EM TRABALHO E PARAMETROS DA PASSADA
       01 WS-CAMPO                    PIC X(060).
       01 WS-CAMPO-TAM                PIC 9(003) COMP.
       01 WS-CAMPO-ALFABETO           PIC X VALUE 'D'.
       01 WS-BASE                     PIC 9(003) COMP.
       01 WS-IDX-CHAVE                PIC 9(003) COMP.
       01 WS-POS                      PIC 9(003) COMP.
       01 WS-PASSO                    PIC 9(003) COMP.
       01 WS-IDX-KV                   PIC 9(003) COMP.
       01 WS-ORDINAL                  PIC 9(003) COMP.
       01 WS-VALOR-X                  PIC S9(009) COMP.
       01 WS-VALOR-Y                  PIC S9(009) COMP.
       01 WS-ACC                      PIC S9(009) COMP.
       01 WS-AJUSTE                   PIC 9(001) COMP.
       01 WS-SOMA                     PIC 9(009) COMP.
       01 WS-IDX                      PIC 9(003) COMP.
       01 WS-CPF-REP-X                PIC X(011).

       LINKAGE SECTION.
       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION USING REGISTRO-CIFRA-SOCIO.
       0001-MAIN-PARA.
           MOVE '00' TO RCF-RETORNO.
           IF WS-MAPAS-MONTADOS IS EQUAL TO 'N' THEN
              PERFORM 0002-MONTAR-MAPAS
           END-IF.
           IF RCF-FUNCAO IS EQUAL TO 'R' THEN
              MOVE 'N' TO WS-CHAVES-CARREGADAS
           END-IF.
           IF WS-CHAVES-CARREGADAS IS EQUAL TO 'N' THEN
              PERFORM 0003-CARREGAR-CHAVES
           END-IF.
           EVALUATE RCF-FUNCAO
             WHEN 'V'
             WHEN 'R'
                MOVE WS-VERSAO-CORRENTE TO RCF-VERSAO
                IF WS-VERSAO-CORRENTE IS EQUAL TO ZERO THEN
                   MOVE '12' TO RCF-RETORNO
                END-IF
             WHEN 'C'
                PERFORM 0010-CIFRAR-REGISTRO
             WHEN 'D'
                PERFORM 0020-DECIFRAR-REGISTRO
             WHEN 'A'
                PERFORM 0030-CIFRAR-ARGUMENTO
             WHEN OTHER
                MOVE '08' TO RCF-RETORNO
           END-EVALUATE.
           GOBACK.

       0002-MONTAR-MAPAS.
      *    MAPA DO ORDINAL DO CARACTER PARA O SEU VALOR + 1 NO
      *    ALFABETO (ZERO = FORA DO ALFABETO).
           MOVE ZEROES TO WS-MAPA-DIGITOS.
           MOVE ZEROES TO WS-MAPA-NOMES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              MOVE WS-IDX TO
                WS-MAPA-DIG(FUNCTION ORD(WS-ALFA-DIGITOS(WS-IDX:1)))
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 37
              MOVE WS-IDX TO
                WS-MAPA-NOM(FUNCTION ORD(WS-ALFA-NOMES(WS-IDX:1)))
           END-PERFORM.
           MOVE 'S' TO WS-MAPAS-MONTADOS.

       0003-CARREGAR-CHAVES.
           PERFORM 9900-RESOLVER-AMBIENTE.
           MOVE ZERO TO WS-QTD-CHAVES.
           MOVE ZERO TO WS-VERSAO-CORRENTE.
           MOVE ZERO TO WS-IDX-CORRENTE.
           MOVE 'S' TO WS-CHAVES-CARREGADAS.
           OPEN INPUT ARQ-CHAVES.
           IF ST-ARQUIVO-CHV IS NOT EQUAL TO '00' THEN
              DISPLAY '*** ARQUIVO DE CHAVES ' WS-CAM-CHAVES
                 ' INDISPONIVEL - STATUS ' ST-ARQUIVO-CHV ' ***'
           ELSE
              MOVE 'N' TO WS-EOF-CHV
              PERFORM UNTIL WS-EOF-CHV IS EQUAL TO 'Y'
                READ ARQ-CHAVES
                  AT END MOVE 'Y' TO WS-EOF-CHV
                  NOT AT END PERFORM 0004-REGISTRAR-CHAVE
                END-READ
              END-PERFORM
              CLOSE ARQ-CHAVES
           END-IF.

       0004-REGISTRAR-CHAVE.
           IF REG-CHAVE(1:1) IS EQUAL TO '*' OR
              REG-CHAVE IS EQUAL TO SPACES THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-CHV-VERSAO-IN WS-CHV-DATA-IN
                WS-CHV-CHAVE-IN
              UNSTRING REG-CHAVE DELIMITED BY ';'
                INTO WS-CHV-VERSAO-IN WS-CHV-DATA-IN WS-CHV-CHAVE-IN
              END-UNSTRING
              MOVE ZERO TO WS-SOMA
              IF WS-CHV-VERSAO-IN IS NUMERIC THEN
                 INSPECT WS-CHV-CHAVE-IN TALLYING WS-SOMA
                   FOR ALL SPACES
              ELSE
                 MOVE 1 TO WS-SOMA
              END-IF
              IF WS-SOMA IS GREATER THAN ZERO OR
                 WS-QTD-CHAVES IS NOT LESS THAN 99 THEN
                 DISPLAY '*** LINHA DE CHAVE INVALIDA IGNORADA (VERSAO '
                    WS-CHV-VERSAO-IN ') ***'
              ELSE
                 MOVE WS-CHV-VERSAO-IN TO WS-CHV-VERSAO-NUM
                 ADD 1 TO WS-QTD-CHAVES
                 MOVE WS-CHV-VERSAO-NUM TO
                   WS-CHAVE-VERSAO(WS-QTD-CHAVES)
                 MOVE ZERO TO WS-SOMA
                 PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 32
                    MOVE WS-MAPA-NOM(FUNCTION ORD
                      (WS-CHV-CHAVE-IN(WS-IDX:1))) TO
                      WS-CHAVE-KV(WS-QTD-CHAVES, WS-IDX)
                    IF WS-CHAVE-KV(WS-QTD-CHAVES, WS-IDX) IS
                       GREATER THAN ZERO THEN
                       SUBTRACT 1 FROM
                         WS-CHAVE-KV(WS-QTD-CHAVES, WS-IDX)
                    END-IF
                    COMPUTE WS-SOMA = WS-SOMA +
                      WS-CHAVE-KV(WS-QTD-CHAVES, WS-IDX) * WS-IDX
                 END-PERFORM
                 COMPUTE WS-CHAVE-SEMENTE(WS-QTD-CHAVES) =
                   FUNCTION MOD(WS-SOMA * 131 + WS-CHV-VERSAO-NUM,
                   9973)
                 IF WS-CHV-VERSAO-NUM IS GREATER THAN
                    WS-VERSAO-CORRENTE THEN
                    MOVE WS-CHV-VERSAO-NUM TO WS-VERSAO-CORRENTE
                    MOVE WS-QTD-CHAVES TO WS-IDX-CORRENTE
                 END-IF
              END-IF
           END-IF.

       0010-CIFRAR-REGISTRO.
           IF WS-VERSAO-CORRENTE IS EQUAL TO ZERO THEN
              MOVE '12' TO RCF-RETORNO
           ELSE
              IF RCF-VERSAO-CHAVE IS NUMERIC AND
                 RCF-VERSAO-CHAVE IS GREATER THAN ZERO THEN
      *          REGISTRO JA CIFRADO: NAO CIFRA DE NOVO
                 MOVE RCF-VERSAO-CHAVE TO RCF-VERSAO
              ELSE
                 MOVE WS-IDX-CORRENTE TO WS-IDX-CHAVE
                 PERFORM 0040-CIFRAR-CAMPOS
                 MOVE WS-VERSAO-CORRENTE TO RCF-VERSAO-CHAVE
                 MOVE WS-VERSAO-CORRENTE TO RCF-VERSAO
              END-IF
           END-IF.

       0020-DECIFRAR-REGISTRO.
           IF RCF-VERSAO-CHAVE IS NOT NUMERIC THEN
              MOVE ZERO TO RCF-VERSAO-CHAVE
           END-IF.
           MOVE RCF-VERSAO-CHAVE TO RCF-VERSAO.
           IF RCF-VERSAO-CHAVE IS GREATER THAN ZERO THEN
              MOVE ZERO TO WS-IDX-CHAVE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-CHAVES
                 IF WS-CHAVE-VERSAO(WS-IDX) IS EQUAL TO
                    RCF-VERSAO-CHAVE THEN
                    MOVE WS-IDX TO WS-IDX-CHAVE
                 END-IF
              END-PERFORM
              IF WS-IDX-CHAVE IS EQUAL TO ZERO THEN
                 MOVE '04' TO RCF-RETORNO
              ELSE
                 PERFORM 0045-DECIFRAR-CAMPOS
                 MOVE ZERO TO RCF-VERSAO-CHAVE
              END-IF
           END-IF.

       0030-CIFRAR-ARGUMENTO.
           MOVE WS-VERSAO-CORRENTE TO RCF-VERSAO.
           IF WS-VERSAO-CORRENTE IS EQUAL TO ZERO THEN
              MOVE '12' TO RCF-RETORNO
           ELSE
              IF RCF-ARGUMENTO IS NOT EQUAL TO SPACES AND
                 RCF-ARGUMENTO IS NOT EQUAL TO ZEROES THEN
                 MOVE WS-IDX-CORRENTE TO WS-IDX-CHAVE
                 MOVE RCF-ARGUMENTO TO WS-CAMPO
                 MOVE 14 TO WS-CAMPO-TAM
                 MOVE 'D' TO WS-CAMPO-ALFABETO
                 PERFORM 0050-CIFRAR-CAMPO
                 MOVE WS-CAMPO(1:14) TO RCF-ARGUMENTO
              END-IF
           END-IF.

       0040-CIFRAR-CAMPOS.
      *    O CPF/CNPJ DE SOCIO PESSOA JURIDICA (IDENTIFICADOR 1) E
      *    PUBLICO E LIGA AS PARTICIPACOES ENTRE EMPRESAS: FICA EM
      *    CLARO. CAMPO ZERADO OU EM BRANCO CONTINUA ASSIM.
           IF RCF-IDENTIFICADOR-SOCIO IS NOT EQUAL TO 1 AND
              RCF-CPF-SOCIO IS NOT EQUAL TO SPACES AND
              RCF-CPF-SOCIO IS NOT EQUAL TO ZEROES THEN
              MOVE RCF-CPF-SOCIO TO WS-CAMPO
              MOVE 14 TO WS-CAMPO-TAM
              MOVE 'D' TO WS-CAMPO-ALFABETO
              PERFORM 0050-CIFRAR-CAMPO
              MOVE WS-CAMPO(1:14) TO RCF-CPF-SOCIO
           END-IF.
           IF RCF-CPF-REPRESENTANTE IS NUMERIC AND
              RCF-CPF-REPRESENTANTE IS GREATER THAN ZERO THEN
              MOVE RCF-CPF-REPRESENTANTE TO WS-CPF-REP-X
              MOVE WS-CPF-REP-X TO WS-CAMPO
              MOVE 11 TO WS-CAMPO-TAM
              MOVE 'D' TO WS-CAMPO-ALFABETO
              PERFORM 0050-CIFRAR-CAMPO
              MOVE WS-CAMPO(1:11) TO WS-CPF-REP-X
              MOVE WS-CPF-REP-X TO RCF-CPF-REPRESENTANTE
           END-IF.
           IF RCF-NOME-REPRESENTANTE IS NOT EQUAL TO SPACES THEN
              MOVE RCF-NOME-REPRESENTANTE TO WS-CAMPO
              MOVE 60 TO WS-CAMPO-TAM
              MOVE 'N' TO WS-CAMPO-ALFABETO
              PERFORM 0050-CIFRAR-CAMPO
              MOVE WS-CAMPO TO RCF-NOME-REPRESENTANTE
           END-IF.

       0045-DECIFRAR-CAMPOS.
           IF RCF-IDENTIFICADOR-SOCIO IS NOT EQUAL TO 1 AND
              RCF-CPF-SOCIO IS NOT EQUAL TO SPACES AND
              RCF-CPF-SOCIO IS NOT EQUAL TO ZEROES THEN
              MOVE RCF-CPF-SOCIO TO WS-CAMPO
              MOVE 14 TO WS-CAMPO-TAM
              MOVE 'D' TO WS-CAMPO-ALFABETO
              PERFORM 0060-DECIFRAR-CAMPO
              MOVE WS-CAMPO(1:14) TO RCF-CPF-SOCIO
           END-IF.
           IF RCF-CPF-REPRESENTANTE IS NUMERIC AND
              RCF-CPF-REPRESENTANTE IS GREATER THAN ZERO THEN
              MOVE RCF-CPF-REPRESENTANTE TO WS-CPF-REP-X
              MOVE WS-CPF-REP-X TO WS-CAMPO
              MOVE 11 TO WS-CAMPO-TAM
              MOVE 'D' TO WS-CAMPO-ALFABETO
              PERFORM 0060-DECIFRAR-CAMPO
              MOVE WS-CAMPO(1:11) TO WS-CPF-REP-X
              MOVE WS-CPF-REP-X TO RCF-CPF-REPRESENTANTE
           END-IF.
           IF RCF-NOME-REPRESENTANTE IS NOT EQUAL TO SPACES THEN
              MOVE RCF-NOME-REPRESENTANTE TO WS-CAMPO
              MOVE 60 TO WS-CAMPO-TAM
              MOVE 'N' TO WS-CAMPO-ALFABETO
              PERFORM 0060-DECIFRAR-CAMPO
              MOVE WS-CAMPO TO RCF-NOME-REPRESENTANTE
           END-IF.

       0050-CIFRAR-CAMPO.
      *    DUAS PASSADAS ENCADEADAS (IDA E VOLTA): CADA CARACTER
      *    CIFRADO DEPENDE DA CHAVE, DA POSICAO E DE TODOS OS DEMAIS
      *    CARACTERES DO CAMPO. O ENCADEAMENTO USA O CARACTER JA
      *    CIFRADO, O QUE PERMITE DESFAZER AS PASSADAS EM ORDEM
      *    INVERSA.
           PERFORM 0070-PREPARAR-ALFABETO.
           MOVE 1 TO WS-AJUSTE.
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS > WS-CAMPO-TAM
              MOVE WS-POS TO WS-PASSO
              PERFORM 0080-CIFRAR-CARACTER
           END-PERFORM.
           MOVE 2 TO WS-AJUSTE.
           PERFORM VARYING WS-PASSO FROM 1 BY 1
             UNTIL WS-PASSO > WS-CAMPO-TAM
              COMPUTE WS-POS = WS-CAMPO-TAM - WS-PASSO + 1
              PERFORM 0080-CIFRAR-CARACTER
           END-PERFORM.

       0060-DECIFRAR-CAMPO.
           PERFORM 0070-PREPARAR-ALFABETO.
           MOVE 2 TO WS-AJUSTE.
           PERFORM VARYING WS-PASSO FROM 1 BY 1
             UNTIL WS-PASSO > WS-CAMPO-TAM
              COMPUTE WS-POS = WS-CAMPO-TAM - WS-PASSO + 1
              PERFORM 0085-DECIFRAR-CARACTER
           END-PERFORM.
           MOVE 1 TO WS-AJUSTE.
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS > WS-CAMPO-TAM
              MOVE WS-POS TO WS-PASSO
              PERFORM 0085-DECIFRAR-CARACTER
           END-PERFORM.

       0070-PREPARAR-ALFABETO.
      *    O ACUMULADOR PARTE DA SEMENTE DA CHAVE, DIFERENTE PARA CPF
      *    E NOME; TODOS OS CAMPOS DE CPF USAM A MESMA, PARA QUE O
      *    MESMO CPF CIFRE IGUAL COMO SOCIO OU REPRESENTANTE.
           IF WS-CAMPO-ALFABETO IS EQUAL TO 'D' THEN
              MOVE 10 TO WS-BASE
           ELSE
              MOVE 37 TO WS-BASE
           END-IF.

       0075-INICIAR-ACUMULADOR.
           COMPUTE WS-ACC = FUNCTION MOD(WS-CHAVE-SEMENTE(WS-IDX-CHAVE)
             + WS-BASE * 7 + WS-AJUSTE * 101, 9973).

       0080-CIFRAR-CARACTER.
           IF WS-PASSO IS EQUAL TO 1 THEN
              PERFORM 0075-INICIAR-ACUMULADOR
           END-IF.
           PERFORM 0090-VALOR-CARACTER.
           IF WS-VALOR-X IS NOT LESS THAN ZERO THEN
              COMPUTE WS-VALOR-Y = FUNCTION MOD(WS-VALOR-X +
                WS-CHAVE-KV(WS-IDX-CHAVE, WS-IDX-KV) + WS-ACC, WS-BASE)
              PERFORM 0095-GRAVAR-CARACTER
           END-IF.

       0085-DECIFRAR-CARACTER.
           IF WS-PASSO IS EQUAL TO 1 THEN
              PERFORM 0075-INICIAR-ACUMULADOR
           END-IF.
           PERFORM 0090-VALOR-CARACTER.
           IF WS-VALOR-X IS NOT LESS THAN ZERO THEN
              MOVE WS-VALOR-X TO WS-VALOR-Y
              COMPUTE WS-VALOR-X = FUNCTION MOD(WS-VALOR-Y +
                WS-BASE * 2000 - WS-CHAVE-KV(WS-IDX-CHAVE, WS-IDX-KV)
                - WS-ACC, WS-BASE)
              PERFORM 0096-TROCAR-CARACTER
           END-IF.

       0090-VALOR-CARACTER.
      *    VALOR DO CARACTER NO ALFABETO (-1 = FORA DO ALFABETO) E
      *    POSICAO DA CHAVE USADA NESTE CARACTER.
           COMPUTE WS-ORDINAL = FUNCTION ORD(WS-CAMPO(WS-POS:1)).
           IF WS-BASE IS EQUAL TO 10 THEN
              COMPUTE WS-VALOR-X = WS-MAPA-DIG(WS-ORDINAL) - 1
           ELSE
              COMPUTE WS-VALOR-X = WS-MAPA-NOM(WS-ORDINAL) - 1
           END-IF.
           COMPUTE WS-IDX-KV = FUNCTION MOD(WS-POS * WS-AJUSTE +
             WS-AJUSTE - 1, 32) + 1.

       0095-GRAVAR-CARACTER.
      *    GRAVA O CARACTER CIFRADO E ENCADEIA PELO VALOR CIFRADO.
           IF WS-BASE IS EQUAL TO 10 THEN
              MOVE WS-ALFA-DIGITOS(WS-VALOR-Y + 1:1) TO
                WS-CAMPO(WS-POS:1)
           ELSE
              MOVE WS-ALFA-NOMES(WS-VALOR-Y + 1:1) TO
                WS-CAMPO(WS-POS:1)
           END-IF.
           COMPUTE WS-ACC = FUNCTION MOD(WS-ACC * 31 + WS-VALOR-Y +
             WS-CHAVE-KV(WS-IDX-CHAVE, WS-IDX-KV) + 1, 9973).

       0096-TROCAR-CARACTER.
      *    NA DECIFRACAO O ENCADEAMENTO USA O VALOR CIFRADO LIDO
      *    (WS-VALOR-Y) E O CAMPO RECEBE O VALOR EM CLARO.
           COMPUTE WS-ACC = FUNCTION MOD(WS-ACC * 31 + WS-VALOR-Y +
             WS-CHAVE-KV(WS-IDX-CHAVE, WS-IDX-KV) + 1, 9973).
           IF WS-BASE IS EQUAL TO 10 THEN
              MOVE WS-ALFA-DIGITOS(WS-VALOR-X + 1:1) TO
                WS-CAMPO(WS-POS:1)
           ELSE
              MOVE WS-ALFA-NOMES(WS-VALOR-X + 1:1) TO
                WS-CAMPO(WS-POS:1)
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    A CHAVE FICA FORA DO DIRETORIO DE DADOS, EM DIRETORIO
      *    PROPRIO DE CADA AMBIENTE (P=PRODUCAO, T=TESTE,
      *    H=HOMOLOGACAO; AMBIENTE.CFG AUSENTE = PRODUCAO), PARA QUE
      *    COPIA, BACKUP OU EXTRACAO DA BASE NAO LEVE A CHAVE JUNTO.
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
                MOVE 'chaves-teste/' TO WS-DIR-CHAVES
             WHEN 'H'
                MOVE 'chaves-hml/' TO WS-DIR-CHAVES
             WHEN OTHER
                MOVE 'chaves/' TO WS-DIR-CHAVES
           END-EVALUATE.
           MOVE SPACES TO WS-CAM-CHAVES.
           STRING WS-DIR-CHAVES DELIMITED BY SPACE
                  'chave-dados-pessoais.dat' DELIMITED BY SIZE
             INTO WS-CAM-CHAVES
           END-STRING.

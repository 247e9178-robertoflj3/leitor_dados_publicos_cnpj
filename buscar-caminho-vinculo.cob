       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-CAMINHO-VINCULO.

      ****************************************************************
      * BUSCA O MENOR CAMINHO DE VINCULO SOCIETARIO ENTRE DUAS        *
      * ENTIDADES (EMPRESA OU PESSOA FISICA), ATE N GRAUS. CADA GRAU  *
      * E UM ELO SOCIO-EMPRESA: A EMPRESA E LIGADA AOS SEUS SOCIOS    *
      * (SOCIOS2.DAT PELO CNPJ) E AS EMPRESAS DAS QUAIS E SOCIA       *
      * (SOCIOS2.DAT PELO CNPJ DO SOCIO PJ); A PESSOA FISICA UNIFICADA*
      * E LIGADA AS EMPRESAS EM QUE PARTICIPA                         *
      * (PESSOA-PARTICIPACOES.DAT). A BUSCA E EM LARGURA, ENTAO O     *
      * PRIMEIRO CAMINHO ACHADO E O MAIS CURTO.                       *
      * ANTES DE PERCORRER, CONSULTA REDE-SOCIETARIA.DAT (GERADO PELO *
      * IDENTIFICAR-REDES-SOCIETARIAS): ENTIDADES EM REDES DIFERENTES *
      * NAO TEM CAMINHO E SAO DESCARTADAS SEM LEITURA DO QUADRO.      *
      * TIPOS DE ENTIDADE (RCV-ORIGEM-TIPO / RCV-DESTINO-TIPO):       *
      *   J - CNPJ; F - CPF (CIFRADO PARA A BUSCA E CASADO COM A      *
      *   PESSOA UNIFICADA); P - CODIGO DA PESSOA UNIFICADA.          *
      * RETORNO (RCV-RETORNO): 00 CAMINHO ENCONTRADO (OU MESMA        *
      * ENTIDADE), 04 SEM CAMINHO ATE N GRAUS, 06 REDES SOCIETARIAS   *
      * DIFERENTES, 08 ENTIDADE NAO LOCALIZADA OU TIPO INVALIDO,      *
      * 10 LIMITE DE ENTIDADES VISITADAS (BUSCA INCONCLUSIVA),        *
      * 12 BASE DE SOCIOS/EMPRESAS INDISPONIVEL.                      *
      * NO ELO, RCV-ELO-SENTIDO 'S' INDICA QUE O CAMINHO DESCE DA     *
      * EMPRESA PARA O SOCIO E 'E' QUE SOBE DO SOCIO PARA A EMPRESA.  *
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
                   ALTERNATE RECORD KEY IS FRS-CPF-REPRESENTANTE
                   WITH DUPLICATES
                   STATUS ST-ARQUIVO-SOC.

           SELECT ARQ-EMPRESAS ASSIGN TO WS-CAM-EMPRESAS2
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS FRE-CNPJ-ID
                   ALTERNATE RECORD KEY IS FRE-RAZAO-SOCIAL WITH
                    DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-UF-MUNICIPIO WITH
                    DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-CEP WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-RAZAO-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-FANTASIA-NORMALIZADA
                     WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-PESSOAS ASSIGN TO WS-CAM-PESSOAS-MESTRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PES-ID
                   ALTERNATE RECORD KEY IS PES-CPF-MIOLO WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-PES.

           SELECT ARQ-PARTICIPACOES ASSIGN TO
                   WS-CAM-PESSOA-PARTICIPACOES
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PPA-CHAVE
                   STATUS ST-ARQUIVO-PPA.

           SELECT ARQ-REDE ASSIGN TO WS-CAM-REDE-SOCIETARIA
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RSC-CNPJ
                   STATUS ST-ARQUIVO-RED.

           SELECT ARQ-QUALIFICACAO ASSIGN TO
                   "TABELASRFB/QUALIFICACAO-SOCIO"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQ-QUALIFICACAO.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-AMB.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-SOCIOS.
       COPY "FD-REG-SOCIO.cpy".

       FD ARQ-EMPRESAS.
       COPY "FD-REG-EMPRESA.cpy".

       FD ARQ-PESSOAS.
       COPY "FD-REG-PESSOA.cpy".

       FD ARQ-PARTICIPACOES.
       COPY "FD-REG-PARTICIPACAO.cpy".

       FD ARQ-REDE.
       COPY "FD-REG-REDE.cpy".

       FD ARQ-QUALIFICACAO.
       01 FD-QUALIFICACAO.
           03 FD-QUALIF-COD         PIC XX.
           03 FD-QUALIF-DESCRICAO   PIC X(060).

       FD ARQ-AMBIENTE.
       01 REG-AMBIENTE-CFG            PIC X(010).

       WORKING-STORAGE SECTION.

       01 ST-ARQUIVO-AMB              PIC XX.
       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-SOCIOS2              PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2            PIC X(060) VALUE SPACES.
       01 WS-CAM-PESSOAS-MESTRE       PIC X(060) VALUE SPACES.
       01 WS-CAM-PESSOA-PARTICIPACOES PIC X(060) VALUE SPACES.
       01 WS-CAM-REDE-SOCIETARIA      PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-SOC              PIC XX.
       01 ST-ARQUIVO-EMP              PIC XX.
       01 ST-ARQUIVO-PES              PIC XX.
       01 ST-ARQUIVO-PPA              PIC XX.
       01 ST-ARQUIVO-RED              PIC XX.
       01 ST-ARQ-QUALIFICACAO         PIC XX.
       01 WS-BASE-ABERTA              PIC X VALUE 'N'.
       01 WS-PESSOAS-ABERTO           PIC X VALUE 'N'.
       01 WS-PARTICIPACOES-ABERTO     PIC X VALUE 'N'.
       01 WS-REDE-ABERTO              PIC X VALUE 'N'.
       01 WS-EOF-SOC                  PIC X VALUE 'N'.
       01 WS-EOF-PES                  PIC X VALUE 'N'.
       01 WS-EOF-PPA                  PIC X VALUE 'N'.
       01 WS-EOF-QUA                  PIC X VALUE 'N'.

      *    TABELA DE QUALIFICACOES, CARREGADA UMA VEZ POR EXECUCAO
       01 WS-QUALIF-CARREGADA         PIC X VALUE 'N'.
       01 WS-QTD-QUALIF               PIC 999 VALUE ZERO.
       01 WS-IDX-QUALIF               PIC 999 VALUE ZERO.
       01 WS-TAB-QUALIF.
          03 WS-QUALIF-OCR OCCURS 100 TIMES.
             05 WS-QUALIF-COD         PIC XX.
             05 WS-QUALIF-DESCR       PIC X(040).

      *    ENTIDADES RESOLVIDAS: TIPO J (CNPJ) OU P (PESSOA UNIFICADA)
       01 WS-ENT-TIPO-IN              PIC X.
       01 WS-ENT-CHAVE-IN             PIC X(014).
       01 WS-ENT-TIPO                 PIC X.
       01 WS-ENT-CHAVE                PIC X(014).
       01 WS-ENT-NOME                 PIC X(060).
       01 WS-ENT-UF                   PIC XX.
       01 WS-ENT-ACHADA               PIC X VALUE 'N'.
       01 WS-ORIGEM-TIPO              PIC X.
       01 WS-ORIGEM-CHAVE             PIC X(014).
       01 WS-DESTINO-TIPO             PIC X.
       01 WS-DESTINO-CHAVE            PIC X(014).
       01 WS-PESSOA-ID-N              PIC 9(009) VALUE ZERO.
       01 WS-PESSOA-ID-X              PIC X(009).
       01 WS-PESSOA-ID-BUSCA          PIC 9(009) VALUE ZERO.
       01 WS-PESSOA-ACHADA            PIC X VALUE 'N'.
       01 WS-CPF-BUSCA                PIC X(014).
       01 WS-REDE-ORIGEM              PIC 9(006) VALUE ZERO.
       01 WS-REDE-DESTINO             PIC 9(006) VALUE ZERO.
       01 WS-REDE-ATUAL               PIC 9(006) VALUE ZERO.
       01 WS-GRAUS-ED                 PIC Z9.

      *    FILA DA BUSCA EM LARGURA: CADA ENTIDADE ALCANCADA GUARDA A
      *    ENTIDADE DE ONDE VEIO (PAI) E OS DADOS DO ELO QUE AS LIGA.
       01 WS-LIMITE-NOS               PIC 9(005) VALUE 5000.
       01 WS-QTD-NOS                  PIC 9(005) VALUE ZERO.
       01 WS-IDX-FILA                 PIC 9(005) VALUE ZERO.
       01 WS-IDX-NO                   PIC 9(005) VALUE ZERO.
       01 WS-IDX-PAI                  PIC 9(005) VALUE ZERO.
       01 WS-NO-ACHADO                PIC 9(005) VALUE ZERO.
       01 WS-ESTOURO                  PIC X VALUE 'N'.
       01 WS-JA-VISITADO              PIC X VALUE 'N'.
       01 WS-TAB-NOS.
          03 WS-NO-OCR OCCURS 5000 TIMES.
             05 WS-NO-TIPO            PIC X.
             05 WS-NO-CHAVE           PIC X(014).
             05 WS-NO-PAI             PIC 9(005).
             05 WS-NO-GRAU            PIC 99.
             05 WS-NO-QUALIF          PIC XX.
             05 WS-NO-PERC            PIC 9(005).
             05 WS-NO-SENTIDO         PIC X.
       01 WS-ATUAL-CHAVE              PIC X(014).
       01 WS-CAND-TIPO                PIC X.
       01 WS-CAND-CHAVE               PIC X(014).
       01 WS-CAND-QUALIF              PIC XX.
       01 WS-CAND-PERC                PIC 9(005).
       01 WS-CAND-SENTIDO             PIC X.
       01 WS-IDX-ELO                  PIC 99 VALUE ZERO.
       01 WS-NO-EMPRESA               PIC 9(005) VALUE ZERO.
       01 WS-NO-SOCIO                 PIC 9(005) VALUE ZERO.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       LINKAGE SECTION.
       COPY "REGISTRO-CAMINHO-VINCULO.cpy".

       PROCEDURE DIVISION USING REGISTRO-CAMINHO-VINCULO.
       0001-MAIN-PARA.
           MOVE '00' TO RCV-RETORNO.
           MOVE SPACES TO RCV-MENSAGEM RCV-ORIGEM-NOME
             RCV-DESTINO-NOME RCV-ORIGEM-UF RCV-DESTINO-UF.
           MOVE ZERO TO RCV-QTD-NOS-VISITADOS RCV-QTD-ELOS.
           PERFORM VARYING WS-IDX-ELO FROM 1 BY 1 UNTIL WS-IDX-ELO > 10
              INITIALIZE RCV-ELO(WS-IDX-ELO)
           END-PERFORM.
           IF RCV-GRAUS-MAXIMO IS NOT NUMERIC OR
              RCV-GRAUS-MAXIMO IS EQUAL TO ZERO THEN
              MOVE 6 TO RCV-GRAUS-MAXIMO
           END-IF.
           IF RCV-GRAUS-MAXIMO IS GREATER THAN 10 THEN
              MOVE 10 TO RCV-GRAUS-MAXIMO
           END-IF.
           PERFORM 9900-RESOLVER-AMBIENTE.
           IF WS-QUALIF-CARREGADA IS EQUAL TO 'N' THEN
              PERFORM 0002-CARREGAR-QUALIFICACOES
           END-IF.
           PERFORM 0003-ABRIR-ARQUIVOS.
           IF RCV-RETORNO IS EQUAL TO '00' THEN
              MOVE RCV-ORIGEM-TIPO TO WS-ENT-TIPO-IN
              MOVE RCV-ORIGEM-CHAVE TO WS-ENT-CHAVE-IN
              PERFORM 0010-RESOLVER-ENTIDADE
              IF WS-ENT-ACHADA IS EQUAL TO 'S' THEN
                 MOVE WS-ENT-TIPO TO WS-ORIGEM-TIPO
                 MOVE WS-ENT-CHAVE TO WS-ORIGEM-CHAVE
                 MOVE WS-ENT-NOME TO RCV-ORIGEM-NOME
                 MOVE WS-ENT-UF TO RCV-ORIGEM-UF
              ELSE
                 MOVE '08' TO RCV-RETORNO
                 MOVE '*** ORIGEM NAO LOCALIZADA NA BASE ***' TO
                   RCV-MENSAGEM
              END-IF
           END-IF.
           IF RCV-RETORNO IS EQUAL TO '00' THEN
              MOVE RCV-DESTINO-TIPO TO WS-ENT-TIPO-IN
              MOVE RCV-DESTINO-CHAVE TO WS-ENT-CHAVE-IN
              PERFORM 0010-RESOLVER-ENTIDADE
              IF WS-ENT-ACHADA IS EQUAL TO 'S' THEN
                 MOVE WS-ENT-TIPO TO WS-DESTINO-TIPO
                 MOVE WS-ENT-CHAVE TO WS-DESTINO-CHAVE
                 MOVE WS-ENT-NOME TO RCV-DESTINO-NOME
                 MOVE WS-ENT-UF TO RCV-DESTINO-UF
              ELSE
                 MOVE '08' TO RCV-RETORNO
                 MOVE '*** DESTINO NAO LOCALIZADO NA BASE ***' TO
                   RCV-MENSAGEM
              END-IF
           END-IF.
           IF RCV-RETORNO IS EQUAL TO '00' THEN
              IF WS-ORIGEM-TIPO IS EQUAL TO WS-DESTINO-TIPO AND
                 WS-ORIGEM-CHAVE IS EQUAL TO WS-DESTINO-CHAVE THEN
                 MOVE '*** ORIGEM E DESTINO SAO A MESMA ENTIDADE ***'
                   TO RCV-MENSAGEM
              ELSE
                 PERFORM 0030-COMPARAR-REDES
                 IF RCV-RETORNO IS EQUAL TO '00' THEN
                    PERFORM 0040-BUSCAR-EM-LARGURA
                    PERFORM 0060-MONTAR-RESULTADO
                 END-IF
              END-IF
           END-IF.
           PERFORM 0004-FECHAR-ARQUIVOS.
           GOBACK.

       0002-CARREGAR-QUALIFICACOES.
           MOVE 'S' TO WS-QUALIF-CARREGADA.
           MOVE ZERO TO WS-QTD-QUALIF.
           OPEN INPUT ARQ-QUALIFICACAO.
           IF ST-ARQ-QUALIFICACAO IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-QUA
              PERFORM UNTIL WS-EOF-QUA IS EQUAL TO 'Y'
                READ ARQ-QUALIFICACAO
                  AT END MOVE 'Y' TO WS-EOF-QUA
                  NOT AT END
                     IF WS-QTD-QUALIF IS LESS THAN 100 THEN
                        ADD 1 TO WS-QTD-QUALIF
                        MOVE FD-QUALIF-COD TO
                          WS-QUALIF-COD(WS-QTD-QUALIF)
                        MOVE FD-QUALIF-DESCRICAO TO
                          WS-QUALIF-DESCR(WS-QTD-QUALIF)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-QUALIFICACAO
           END-IF.

       0003-ABRIR-ARQUIVOS.
      *    SOCIOS E EMPRESAS SAO OBRIGATORIOS. SEM O CADASTRO DE
      *    PESSOAS A BUSCA SEGUE SO PELOS ELOS ENTRE EMPRESAS; SEM A
      *    REDE SOCIETARIA NAO HA DESCARTE PREVIO.
           MOVE 'N' TO WS-BASE-ABERTA.
           OPEN INPUT ARQ-SOCIOS.
           OPEN INPUT ARQ-EMPRESAS.
           IF ST-ARQUIVO-SOC IS EQUAL TO '00' AND
              ST-ARQUIVO-EMP IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-BASE-ABERTA
           ELSE
              IF ST-ARQUIVO-SOC IS EQUAL TO '00' THEN
                 CLOSE ARQ-SOCIOS
              END-IF
              IF ST-ARQUIVO-EMP IS EQUAL TO '00' THEN
                 CLOSE ARQ-EMPRESAS
              END-IF
              MOVE '12' TO RCV-RETORNO
              MOVE '*** BASE DE SOCIOS/EMPRESAS INDISPONIVEL ***' TO
                RCV-MENSAGEM
           END-IF.
           MOVE 'N' TO WS-PESSOAS-ABERTO.
           OPEN INPUT ARQ-PESSOAS.
           IF ST-ARQUIVO-PES IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-PESSOAS-ABERTO
           END-IF.
           MOVE 'N' TO WS-PARTICIPACOES-ABERTO.
           OPEN INPUT ARQ-PARTICIPACOES.
           IF ST-ARQUIVO-PPA IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-PARTICIPACOES-ABERTO
           END-IF.
           MOVE 'N' TO WS-REDE-ABERTO.
           OPEN INPUT ARQ-REDE.
           IF ST-ARQUIVO-RED IS EQUAL TO '00' THEN
              MOVE 'S' TO WS-REDE-ABERTO
           END-IF.

       0004-FECHAR-ARQUIVOS.
           IF WS-BASE-ABERTA IS EQUAL TO 'S' THEN
              CLOSE ARQ-SOCIOS
              CLOSE ARQ-EMPRESAS
           END-IF.
           IF WS-PESSOAS-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-PESSOAS
           END-IF.
           IF WS-PARTICIPACOES-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-PARTICIPACOES
           END-IF.
           IF WS-REDE-ABERTO IS EQUAL TO 'S' THEN
              CLOSE ARQ-REDE
           END-IF.

       0010-RESOLVER-ENTIDADE.
      *    CONVERTE A ENTIDADE INFORMADA EM NO DA BUSCA: CNPJ (J) OU
      *    PESSOA UNIFICADA (P). O CPF E CIFRADO COMO NA BUSCA DE
      *    PESSOA FISICA E CASADO COM O CADASTRO-MESTRE DE PESSOAS.
           MOVE 'N' TO WS-ENT-ACHADA.
           MOVE SPACES TO WS-ENT-TIPO WS-ENT-CHAVE WS-ENT-NOME
             WS-ENT-UF.
           EVALUATE FUNCTION UPPER-CASE(WS-ENT-TIPO-IN)
             WHEN 'J'
                MOVE WS-ENT-CHAVE-IN TO FRE-CNPJ
                READ ARQ-EMPRESAS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE 'S' TO WS-ENT-ACHADA
                     MOVE 'J' TO WS-ENT-TIPO
                     MOVE FRE-CNPJ TO WS-ENT-CHAVE
                     MOVE FRE-RAZAO-SOCIAL TO WS-ENT-NOME
                     MOVE FRE-UF TO WS-ENT-UF
                END-READ
             WHEN 'F'
                IF WS-PESSOAS-ABERTO IS EQUAL TO 'S' THEN
                   PERFORM 0011-RESOLVER-CPF
                END-IF
             WHEN 'P'
                IF WS-PESSOAS-ABERTO IS EQUAL TO 'S' AND
                   WS-ENT-CHAVE-IN IS NOT EQUAL TO SPACES THEN
                   MOVE FUNCTION NUMVAL(WS-ENT-CHAVE-IN) TO
                     WS-PESSOA-ID-N
                   MOVE WS-PESSOA-ID-N TO PES-ID
                   READ ARQ-PESSOAS
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        MOVE 'S' TO WS-ENT-ACHADA
                        MOVE 'P' TO WS-ENT-TIPO
                        MOVE PES-ID TO WS-PESSOA-ID-X
                        MOVE WS-PESSOA-ID-X TO WS-ENT-CHAVE
                        MOVE PES-NOME-SOCIO TO WS-ENT-NOME
                   END-READ
                END-IF
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

       0011-RESOLVER-CPF.
           MOVE WS-ENT-CHAVE-IN TO WS-CPF-BUSCA.
           IF WS-ENT-CHAVE-IN(12:3) IS EQUAL TO SPACES THEN
              MOVE WS-ENT-CHAVE-IN TO RCF-ARGUMENTO
              MOVE 'A' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              MOVE RCF-ARGUMENTO TO WS-CPF-BUSCA
           END-IF.
           MOVE WS-CPF-BUSCA TO FRS-CPF-SOCIO.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CPF-SOCIO IS NOT EQUAL TO WS-CPF-BUSCA THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 THEN
                        PERFORM 0020-LOCALIZAR-PESSOA
                        IF WS-PESSOA-ACHADA IS EQUAL TO 'S' THEN
                           MOVE 'S' TO WS-ENT-ACHADA
                           MOVE 'P' TO WS-ENT-TIPO
                           MOVE WS-PESSOA-ID-N TO WS-PESSOA-ID-X
                           MOVE WS-PESSOA-ID-X TO WS-ENT-CHAVE
                           MOVE FRS-NOME-SOCIO TO WS-ENT-NOME
                           MOVE 'Y' TO WS-EOF-SOC
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0020-LOCALIZAR-PESSOA.
      *    PESSOA UNIFICADA DO SOCIO PF CORRENTE (CPF-MIOLO + NOME
      *    FONETICO + NOME), COMO NA FICHA DO SOCIO.
           MOVE 'N' TO WS-PESSOA-ACHADA.
           MOVE ZERO TO WS-PESSOA-ID-N.
           MOVE FRS-CPF-MIOLO TO PES-CPF-MIOLO.
           MOVE 'N' TO WS-EOF-PES.
           START ARQ-PESSOAS KEY IS EQUAL TO PES-CPF-MIOLO
             INVALID KEY MOVE 'Y' TO WS-EOF-PES
           END-START.
           PERFORM UNTIL WS-EOF-PES IS EQUAL TO 'Y'
             READ ARQ-PESSOAS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PES
               NOT AT END
                  IF PES-CPF-MIOLO IS NOT EQUAL TO FRS-CPF-MIOLO THEN
                     MOVE 'Y' TO WS-EOF-PES
                  ELSE
                     IF PES-NOME-FONETICO IS EQUAL TO
                        FRS-NOME-FONETICO AND
                        PES-NOME-SOCIO IS EQUAL TO FRS-NOME-SOCIO THEN
                        MOVE 'S' TO WS-PESSOA-ACHADA
                        MOVE PES-ID TO WS-PESSOA-ID-N
                        MOVE 'Y' TO WS-EOF-PES
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0030-COMPARAR-REDES.
      *    DUAS ENTIDADES SO TEM CAMINHO SE ESTAO NA MESMA REDE
      *    SOCIETARIA. ENTIDADE SEM REDE CALCULADA (BASE NOVA, REDE
      *    AUSENTE) NAO DESCARTA: A BUSCA SEGUE NORMALMENTE.
           IF WS-REDE-ABERTO IS EQUAL TO 'S' THEN
              MOVE WS-ORIGEM-TIPO TO WS-ENT-TIPO
              MOVE WS-ORIGEM-CHAVE TO WS-ENT-CHAVE
              PERFORM 0031-REDE-DA-ENTIDADE
              MOVE WS-REDE-ATUAL TO WS-REDE-ORIGEM
              MOVE WS-DESTINO-TIPO TO WS-ENT-TIPO
              MOVE WS-DESTINO-CHAVE TO WS-ENT-CHAVE
              PERFORM 0031-REDE-DA-ENTIDADE
              MOVE WS-REDE-ATUAL TO WS-REDE-DESTINO
              IF WS-REDE-ORIGEM IS GREATER THAN ZERO AND
                 WS-REDE-DESTINO IS GREATER THAN ZERO AND
                 WS-REDE-ORIGEM IS NOT EQUAL TO WS-REDE-DESTINO THEN
                 MOVE '06' TO RCV-RETORNO
                 MOVE '*** REDES SOCIETARIAS DIFERENTES ***'
                   TO RCV-MENSAGEM
              END-IF
           END-IF.

       0031-REDE-DA-ENTIDADE.
      *    A REDE DA PESSOA E A DE QUALQUER EMPRESA EM QUE PARTICIPA.
           MOVE ZERO TO WS-REDE-ATUAL.
           MOVE SPACES TO RSC-CNPJ.
           IF WS-ENT-TIPO IS EQUAL TO 'J' THEN
              MOVE WS-ENT-CHAVE TO RSC-CNPJ
           ELSE
              IF WS-PARTICIPACOES-ABERTO IS EQUAL TO 'S' THEN
                 MOVE WS-ENT-CHAVE(1:9) TO WS-PESSOA-ID-BUSCA
                 MOVE WS-PESSOA-ID-BUSCA TO PPA-PESSOA-ID
                 MOVE ZERO TO PPA-SEQ
                 START ARQ-PARTICIPACOES KEY IS GREATER THAN OR EQUAL
                    TO PPA-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      READ ARQ-PARTICIPACOES NEXT RECORD
                        AT END CONTINUE
                        NOT AT END
                           IF PPA-PESSOA-ID IS EQUAL TO
                              WS-PESSOA-ID-BUSCA THEN
                              MOVE PPA-CNPJ TO RSC-CNPJ
                           END-IF
                      END-READ
                 END-START
              END-IF
           END-IF.
           IF RSC-CNPJ IS NOT EQUAL TO SPACES THEN
              READ ARQ-REDE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE RSC-NUM-REDE TO WS-REDE-ATUAL
              END-READ
           END-IF.

       0040-BUSCAR-EM-LARGURA.
      *    A FILA E A PROPRIA TABELA DE NOS: CADA NO E EXPANDIDO UMA
      *    VEZ, NA ORDEM EM QUE FOI ALCANCADO, ATE ACHAR O DESTINO,
      *    ESGOTAR OS GRAUS OU ENCHER A TABELA.
           INITIALIZE WS-TAB-NOS.
           MOVE 1 TO WS-QTD-NOS.
           MOVE WS-ORIGEM-TIPO TO WS-NO-TIPO(1).
           MOVE WS-ORIGEM-CHAVE TO WS-NO-CHAVE(1).
           MOVE ZERO TO WS-NO-PAI(1) WS-NO-GRAU(1) WS-NO-PERC(1).
           MOVE ZERO TO WS-NO-ACHADO.
           MOVE 'N' TO WS-ESTOURO.
           MOVE 1 TO WS-IDX-FILA.
           PERFORM UNTIL WS-IDX-FILA IS GREATER THAN WS-QTD-NOS OR
                         WS-NO-ACHADO IS GREATER THAN ZERO
             IF WS-NO-GRAU(WS-IDX-FILA) IS LESS THAN
                RCV-GRAUS-MAXIMO THEN
                MOVE WS-IDX-FILA TO WS-IDX-PAI
                MOVE WS-NO-CHAVE(WS-IDX-PAI) TO WS-ATUAL-CHAVE
                IF WS-NO-TIPO(WS-IDX-PAI) IS EQUAL TO 'J' THEN
                   PERFORM 0041-EXPANDIR-EMPRESA
                ELSE
                   PERFORM 0042-EXPANDIR-PESSOA
                END-IF
             END-IF
             ADD 1 TO WS-IDX-FILA
           END-PERFORM.
           MOVE WS-QTD-NOS TO RCV-QTD-NOS-VISITADOS.

       0041-EXPANDIR-EMPRESA.
      *    SOCIOS DA EMPRESA (DESCENDO) ...
           MOVE WS-ATUAL-CHAVE TO FRS-CNPJ.
           MOVE 'N' TO WS-EOF-SOC.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
             INVALID KEY MOVE 'Y' TO WS-EOF-SOC
           END-START.
           PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
             READ ARQ-SOCIOS NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SOC
               NOT AT END
                  IF FRS-CNPJ IS NOT EQUAL TO WS-ATUAL-CHAVE THEN
                     MOVE 'Y' TO WS-EOF-SOC
                  ELSE
                     MOVE SPACES TO WS-CAND-TIPO
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 AND
                        FRS-CPF-SOCIO IS NUMERIC THEN
                        MOVE 'J' TO WS-CAND-TIPO
                        MOVE FRS-CPF-SOCIO TO WS-CAND-CHAVE
                     END-IF
                     IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 AND
                        WS-PESSOAS-ABERTO IS EQUAL TO 'S' THEN
                        PERFORM 0020-LOCALIZAR-PESSOA
                        IF WS-PESSOA-ACHADA IS EQUAL TO 'S' THEN
                           MOVE 'P' TO WS-CAND-TIPO
                           MOVE WS-PESSOA-ID-N TO WS-PESSOA-ID-X
                           MOVE WS-PESSOA-ID-X TO WS-CAND-CHAVE
                        END-IF
                     END-IF
                     IF WS-CAND-TIPO IS NOT EQUAL TO SPACES THEN
                        MOVE FRS-COD-QUALIFICACAO-SOCIO TO
                          WS-CAND-QUALIF
                        MOVE FRS-PERCENTUAL-CAPITAL TO WS-CAND-PERC
                        MOVE 'S' TO WS-CAND-SENTIDO
                        PERFORM 0050-AVALIAR-CANDIDATO
                     END-IF
                     IF WS-NO-ACHADO IS GREATER THAN ZERO THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
      *    ... E EMPRESAS DAS QUAIS ELA E SOCIA (SUBINDO).
           IF WS-NO-ACHADO IS EQUAL TO ZERO THEN
              MOVE WS-ATUAL-CHAVE TO FRS-CPF-SOCIO
              MOVE 'N' TO WS-EOF-SOC
              START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-SOCIO
                INVALID KEY MOVE 'Y' TO WS-EOF-SOC
              END-START
              PERFORM UNTIL WS-EOF-SOC IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SOC
                  NOT AT END
                     IF FRS-CPF-SOCIO IS NOT EQUAL TO WS-ATUAL-CHAVE
                     THEN
                        MOVE 'Y' TO WS-EOF-SOC
                     ELSE
                        IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
                           MOVE 'J' TO WS-CAND-TIPO
                           MOVE FRS-CNPJ TO WS-CAND-CHAVE
                           MOVE FRS-COD-QUALIFICACAO-SOCIO TO
                             WS-CAND-QUALIF
                           MOVE FRS-PERCENTUAL-CAPITAL TO WS-CAND-PERC
                           MOVE 'E' TO WS-CAND-SENTIDO
                           PERFORM 0050-AVALIAR-CANDIDATO
                        END-IF
                        IF WS-NO-ACHADO IS GREATER THAN ZERO THEN
                           MOVE 'Y' TO WS-EOF-SOC
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.

       0042-EXPANDIR-PESSOA.
      *    EMPRESAS EM QUE A PESSOA UNIFICADA PARTICIPA (SUBINDO).
           IF WS-PARTICIPACOES-ABERTO IS EQUAL TO 'S' THEN
              MOVE WS-ATUAL-CHAVE(1:9) TO WS-PESSOA-ID-BUSCA
              MOVE WS-PESSOA-ID-BUSCA TO PPA-PESSOA-ID
              MOVE ZERO TO PPA-SEQ
              MOVE 'N' TO WS-EOF-PPA
              START ARQ-PARTICIPACOES KEY IS GREATER THAN OR EQUAL TO
                 PPA-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-PPA
              END-START
              PERFORM UNTIL WS-EOF-PPA IS EQUAL TO 'Y'
                READ ARQ-PARTICIPACOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-PPA
                  NOT AT END
                     IF PPA-PESSOA-ID IS NOT EQUAL TO
                        WS-PESSOA-ID-BUSCA THEN
                        MOVE 'Y' TO WS-EOF-PPA
                     ELSE
                        MOVE 'J' TO WS-CAND-TIPO
                        MOVE PPA-CNPJ TO WS-CAND-CHAVE
                        MOVE PPA-COD-QUALIFICACAO TO WS-CAND-QUALIF
                        MOVE PPA-PERCENTUAL-CAPITAL TO WS-CAND-PERC
                        MOVE 'E' TO WS-CAND-SENTIDO
                        PERFORM 0050-AVALIAR-CANDIDATO
                        IF WS-NO-ACHADO IS GREATER THAN ZERO THEN
                           MOVE 'Y' TO WS-EOF-PPA
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
           END-IF.

       0050-AVALIAR-CANDIDATO.
           MOVE 'N' TO WS-JA-VISITADO.
           PERFORM VARYING WS-IDX-NO FROM 1 BY 1
             UNTIL WS-IDX-NO IS GREATER THAN WS-QTD-NOS OR
                   WS-JA-VISITADO IS EQUAL TO 'S'
             IF WS-NO-TIPO(WS-IDX-NO) IS EQUAL TO WS-CAND-TIPO AND
                WS-NO-CHAVE(WS-IDX-NO) IS EQUAL TO WS-CAND-CHAVE THEN
                MOVE 'S' TO WS-JA-VISITADO
             END-IF
           END-PERFORM.
           IF WS-JA-VISITADO IS EQUAL TO 'N' THEN
              IF WS-QTD-NOS IS NOT LESS THAN WS-LIMITE-NOS THEN
                 MOVE 'S' TO WS-ESTOURO
              ELSE
                 ADD 1 TO WS-QTD-NOS
                 MOVE WS-CAND-TIPO TO WS-NO-TIPO(WS-QTD-NOS)
                 MOVE WS-CAND-CHAVE TO WS-NO-CHAVE(WS-QTD-NOS)
                 MOVE WS-IDX-PAI TO WS-NO-PAI(WS-QTD-NOS)
                 COMPUTE WS-NO-GRAU(WS-QTD-NOS) =
                   WS-NO-GRAU(WS-IDX-PAI) + 1
                 MOVE WS-CAND-QUALIF TO WS-NO-QUALIF(WS-QTD-NOS)
                 MOVE WS-CAND-PERC TO WS-NO-PERC(WS-QTD-NOS)
                 MOVE WS-CAND-SENTIDO TO WS-NO-SENTIDO(WS-QTD-NOS)
                 IF WS-CAND-TIPO IS EQUAL TO WS-DESTINO-TIPO AND
                    WS-CAND-CHAVE IS EQUAL TO WS-DESTINO-CHAVE THEN
                    MOVE WS-QTD-NOS TO WS-NO-ACHADO
                 END-IF
              END-IF
           END-IF.

       0060-MONTAR-RESULTADO.
           MOVE RCV-GRAUS-MAXIMO TO WS-GRAUS-ED.
           IF WS-NO-ACHADO IS EQUAL TO ZERO THEN
              IF WS-ESTOURO IS EQUAL TO 'S' THEN
                 MOVE '10' TO RCV-RETORNO
                 MOVE '*** BUSCA INCONCLUSIVA - LIMITE DE ENTIDADES ***'
                   TO RCV-MENSAGEM
              ELSE
                 MOVE '04' TO RCV-RETORNO
                 MOVE SPACES TO RCV-MENSAGEM
                 STRING '*** SEM VINCULO SOCIETARIO ATE '
                          DELIMITED BY SIZE
                        WS-GRAUS-ED DELIMITED BY SIZE
                        ' GRAUS ***' DELIMITED BY SIZE
                   INTO RCV-MENSAGEM
                 END-STRING
              END-IF
           ELSE
      *       O CAMINHO E MONTADO DO DESTINO PARA A ORIGEM, PELOS
      *       PAIS; O ELO 1 E O QUE SAI DA ORIGEM.
              MOVE WS-NO-GRAU(WS-NO-ACHADO) TO RCV-QTD-ELOS
              MOVE WS-NO-ACHADO TO WS-IDX-NO
              PERFORM VARYING WS-IDX-ELO FROM RCV-QTD-ELOS BY -1
                UNTIL WS-IDX-ELO IS LESS THAN 1
                 MOVE WS-NO-PAI(WS-IDX-NO) TO WS-IDX-PAI
                 PERFORM 0061-MONTAR-ELO
                 MOVE WS-IDX-PAI TO WS-IDX-NO
              END-PERFORM
              MOVE SPACES TO RCV-MENSAGEM
              MOVE RCV-QTD-ELOS TO WS-GRAUS-ED
              STRING 'VINCULO ENCONTRADO EM ' DELIMITED BY SIZE
                     WS-GRAUS-ED DELIMITED BY SIZE
                     ' GRAU(S)' DELIMITED BY SIZE
                INTO RCV-MENSAGEM
              END-STRING
           END-IF.

       0061-MONTAR-ELO.
      *    ELO ENTRE O NO WS-IDX-PAI E O NO WS-IDX-NO: UM DELES E A
      *    EMPRESA E O OUTRO O SOCIO, CONFORME O SENTIDO DO PASSO.
           IF WS-NO-SENTIDO(WS-IDX-NO) IS EQUAL TO 'S' THEN
              MOVE WS-IDX-PAI TO WS-NO-EMPRESA
              MOVE WS-IDX-NO TO WS-NO-SOCIO
           ELSE
              MOVE WS-IDX-NO TO WS-NO-EMPRESA
              MOVE WS-IDX-PAI TO WS-NO-SOCIO
           END-IF.
           MOVE WS-NO-SENTIDO(WS-IDX-NO) TO
             RCV-ELO-SENTIDO(WS-IDX-ELO).
           MOVE WS-NO-QUALIF(WS-IDX-NO) TO
             RCV-ELO-QUALIFICACAO(WS-IDX-ELO).
           MOVE WS-NO-PERC(WS-IDX-NO) TO
             RCV-ELO-PERCENTUAL(WS-IDX-ELO).
           PERFORM VARYING WS-IDX-QUALIF FROM 1 BY 1
             UNTIL WS-IDX-QUALIF IS GREATER THAN WS-QTD-QUALIF
             IF WS-QUALIF-COD(WS-IDX-QUALIF) IS EQUAL TO
                WS-NO-QUALIF(WS-IDX-NO) THEN
                MOVE WS-QUALIF-DESCR(WS-IDX-QUALIF) TO
                  RCV-ELO-QUALIF-DESCR(WS-IDX-ELO)
             END-IF
           END-PERFORM.
           MOVE WS-NO-CHAVE(WS-NO-EMPRESA) TO
             RCV-ELO-EMPRESA-CNPJ(WS-IDX-ELO).
           MOVE WS-NO-CHAVE(WS-NO-EMPRESA) TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             INVALID KEY
                MOVE '(EMPRESA FORA DA BASE)' TO
                  RCV-ELO-EMPRESA-RAZAO(WS-IDX-ELO)
             NOT INVALID KEY
                MOVE FRE-RAZAO-SOCIAL TO
                  RCV-ELO-EMPRESA-RAZAO(WS-IDX-ELO)
                MOVE FRE-UF TO RCV-ELO-EMPRESA-UF(WS-IDX-ELO)
           END-READ.
           MOVE WS-NO-CHAVE(WS-NO-SOCIO) TO
             RCV-ELO-SOCIO-CHAVE(WS-IDX-ELO).
           IF WS-NO-TIPO(WS-NO-SOCIO) IS EQUAL TO 'J' THEN
              MOVE 'J' TO RCV-ELO-SOCIO-TIPO(WS-IDX-ELO)
              MOVE WS-NO-CHAVE(WS-NO-SOCIO) TO FRE-CNPJ
              READ ARQ-EMPRESAS
                INVALID KEY
                   MOVE '(EMPRESA FORA DA BASE)' TO
                     RCV-ELO-SOCIO-NOME(WS-IDX-ELO)
                NOT INVALID KEY
                   MOVE FRE-RAZAO-SOCIAL TO
                     RCV-ELO-SOCIO-NOME(WS-IDX-ELO)
              END-READ
           ELSE
              MOVE 'F' TO RCV-ELO-SOCIO-TIPO(WS-IDX-ELO)
              MOVE WS-NO-CHAVE(WS-NO-SOCIO)(1:9) TO WS-PESSOA-ID-BUSCA
              MOVE WS-PESSOA-ID-BUSCA TO PES-ID
              READ ARQ-PESSOAS
                INVALID KEY
                   MOVE '(PESSOA FORA DO CADASTRO)' TO
                     RCV-ELO-SOCIO-NOME(WS-IDX-ELO)
                NOT INVALID KEY
                   MOVE PES-NOME-SOCIO TO
                     RCV-ELO-SOCIO-NOME(WS-IDX-ELO)
              END-READ
           END-IF.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
      *    ARQUIVO AUSENTE = PRODUCAO). ROTINA CHAMADA PELA TELA E
      *    POR BATCH: NAO EXIBE NADA.
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
             WHEN 'H'
                MOVE 'dados-hml/' TO WS-DIR-DADOS
             WHEN OTHER
                MOVE 'dados/' TO WS-DIR-DADOS
           END-EVALUATE.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-PESSOAS-MESTRE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'pessoas-mestre.dat' DELIMITED BY SIZE
             INTO WS-CAM-PESSOAS-MESTRE
           END-STRING.
           MOVE SPACES TO WS-CAM-PESSOA-PARTICIPACOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'pessoa-participacoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-PESSOA-PARTICIPACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-REDE-SOCIETARIA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'rede-societaria.dat' DELIMITED BY SIZE
             INTO WS-CAM-REDE-SOCIETARIA
           END-STRING.

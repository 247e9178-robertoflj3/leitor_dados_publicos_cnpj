                     DUPLICATES
                   ALTERNATE KEY IS FRA-FANTASIA-NORMALIZADA WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRA-DATA-INICIO-ATIVIDADE WITH
                     DUPLICATES
                   ALTERNATE KEY IS FRA-SITUACAO-DATA WITH DUPLICATES
                   STATUS ST-ARQUIVO-EMPT.

           SELECT ARQ-SOC-PROD ASSIGN TO WS-CAM-SOC-PROD
           03 FTS-COD-SOCIO              PIC 9(011).
           03 FTS-CPF-MIOLO              PIC 9(006).
           03 FTS-NOME-FONETICO          PIC X(150).
           03 FTS-VERSAO-CHAVE           PIC 9(003).
           03 FILLER                     PIC X(685).
           03 FTS-FIM-REGISTRO           PIC X.

       FD ARQ-AMBIENTE.
       01 WS-SEMENTE-IN               PIC 99.
       01 WS-CONT-EMPRESAS            PIC 9(007) VALUE ZERO.
       01 WS-CONT-SOCIOS              PIC 9(007) VALUE ZERO.
       01 WS-GERACAO-ABORTADA         PIC X VALUE 'N'.

       01 WS-TRANSF-CAMPO             PIC X(150) VALUE SPACES.
       01 WS-TRANSF-TAM               PIC 999 VALUE ZERO.
       01 WS-FON-PROX                 PIC X VALUE SPACE.
       01 WS-FON-ULT                  PIC X VALUE SPACE.

       COPY "REGISTRO-CIFRA-SOCIO.cpy".

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           PERFORM 9900-RESOLVER-AMBIENTE.
           END-IF.
           PERFORM 0002-COPIAR-EMPRESAS.
           PERFORM 0003-COPIAR-SOCIOS.
           IF WS-GERACAO-ABORTADA IS EQUAL TO 'S' THEN
              DISPLAY '*** GERACAO ABORTADA - BASE DE TESTE '
                 'INCOMPLETA, NAO UTILIZAR ***'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'EMPRESAS GRAVADAS NA BASE DE TESTE: '
              WS-CONT-EMPRESAS.
           DISPLAY 'SOCIOS GRAVADOS NA BASE DE TESTE..: '
             READ ARQ-SOC-PROD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
      *           O EMBARALHAMENTO PARTE DOS DADOS DECIFRADOS COM A
      *           CHAVE DA PRODUCAO; A BASE DE TESTE SAI EM CLARO
      *           (VERSAO 000) E E CIFRADA DEPOIS COM A CHAVE DO
      *           AMBIENTE DE TESTE PELO TROCAR-CHAVE-DADOS-PESSOAIS.
                  MOVE FD-REG-SOCIO TO RCF-REG-SOCIO
                  MOVE 'D' TO RCF-FUNCAO
                  CALL 'CIFRAR-DADOS-PESSOAIS'
                    USING REGISTRO-CIFRA-SOCIO
      *           SEM A CHAVE DO REGISTRO O DADO CIFRADO SAIRIA
      *           MARCADO COMO CLARO: A GERACAO E INTERROMPIDA.
                  IF RCF-RETORNO IS NOT EQUAL TO '00' THEN
                     DISPLAY '*** SOCIO ' FRS-COD-SOCIO ' NAO DECIFRADO'
                        ' (RETORNO ' RCF-RETORNO ', VERSAO DA CHAVE '
                        FRS-VERSAO-CHAVE ') ***'
                     MOVE 'S' TO WS-GERACAO-ABORTADA
                     MOVE 'Y' TO WS-EOF
                  ELSE
                     MOVE RCF-REG-SOCIO TO FD-REG-SOCIO
                     MOVE FD-REG-SOCIO TO FD-REG-SOCIO-TESTE
                     MOVE ZERO TO FTS-VERSAO-CHAVE
                     PERFORM 0005-ANONIMIZAR-SOCIO
                     WRITE FD-REG-SOCIO-TESTE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO WS-CONT-SOCIOS
                     END-WRITE
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-SOC-PROD.

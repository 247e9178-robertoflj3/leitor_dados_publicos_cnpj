                     DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-FANTASIA-NORMALIZADA
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-DATA-INICIO-ATIVIDADE
                     WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FRE-SITUACAO-DATA WITH
                     DUPLICATES
                   STATUS ST-ARQUIVO-EMP.

           SELECT ARQ-CNAE ASSIGN TO WS-CAM-CNAE2
                   RECORD KEY IS IDX-CHAVE
                   STATUS ST-ARQUIVO-IDX.

           SELECT ARQ-INDICE-CONTATO ASSIGN TO
                   WS-CAM-INDICE-CONTATOS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ICT-CHAVE
                   STATUS ST-ARQUIVO-ICT.

           SELECT ARQ-ESTATISTICAS ASSIGN TO
                   WS-CAM-ESTATISTICAS-BASE
                   ORGANIZATION LINE SEQUENTIAL
                   RECORD KEY IS ERC-CNPJ
                   STATUS ST-ARQUIVO-ESC.

           SELECT ARQ-ESCORE-REDE ASSIGN TO WS-CAM-ESCORE-REDE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ERD-CNPJ
                   STATUS ST-ARQUIVO-ERD.

           SELECT ARQ-REDE ASSIGN TO WS-CAM-REDE-SOCIETARIA
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RSC-CNPJ
                   STATUS ST-ARQUIVO-RED.

           SELECT ARQ-BENEFICIARIO ASSIGN TO
                   WS-CAM-BENEFICIARIO-FINAL
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS BEN-CHAVE
                   STATUS ST-ARQUIVO-BEN.

           SELECT ARQ-PESSOAS ASSIGN TO WS-CAM-PESSOAS-MESTRE
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SPS.

           SELECT ARQ-MALHA-EXECUCAO ASSIGN TO
                   WS-CAM-MALHA-EXECUCAO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-MEX.

           SELECT ARQ-SUMARIO-EXEC ASSIGN TO
                   WS-CAM-SUMARIO-EXECUCOES
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-SUX.

           SELECT ARQ-GO-NOGO ASSIGN TO WS-CAM-GO-NOGO-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-GNG.

           SELECT ARQ-VEREDICTO-GOLDEN ASSIGN TO
                   WS-CAM-VEREDICTO-GOLDEN
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VGO.

           SELECT ARQ-VEREDICTO-ANOMALA ASSIGN TO
                   WS-CAM-VEREDICTO-ANOMALA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-VAN.

           SELECT ARQ-HIST-CAPITAL ASSIGN TO
                   WS-CAM-HISTORICO-CAPITAL
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HCAP.

           SELECT ARQ-HISTORICO-SOC ASSIGN TO
                   WS-CAM-HISTORICO-SOCIETARIO
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-HSOC.

           SELECT ARQ-HISTORICO-END ASSIGN TO
                   WS-CAM-HISTORICO-ENDERECO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS HEN-CHAVE
                   STATUS ST-ARQUIVO-HEND.

           SELECT ARQ-JOURNAL ASSIGN TO WS-CAM-JOURNAL-CARGA
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-JRN.

           SELECT ARQ-CORRECOES ASSIGN TO
                   WS-CAM-CORRECOES-PERSISTENTES
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS COR-CHAVE
                   STATUS ST-ARQUIVO-COR.

           SELECT ARQ-CONTESTACOES ASSIGN TO
                   WS-CAM-CONTESTACOES-RFB
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CTT-PROTOCOLO
                   STATUS ST-ARQUIVO-CTT.

           SELECT ARQ-ANOTACOES ASSIGN TO
                   WS-CAM-ANOTACOES-CNPJ
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ANT-CHAVE
                   STATUS ST-ARQUIVO-ANT.

           SELECT ARQ-SANCOES ASSIGN TO
                   WS-CAM-SANCOES-EMPRESAS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SAN-CHAVE
                   ALTERNATE RECORD KEY IS SAN-CNPJ-RAIZ WITH
                   DUPLICATES
                   STATUS ST-ARQUIVO-SAN.

           SELECT ARQ-INSCRICOES ASSIGN TO
                   WS-CAM-INSCRICOES-ESTADUAIS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IEE-CHAVE
                   STATUS ST-ARQUIVO-IEE.

           SELECT ARQ-LISTAS-TRABALHO ASSIGN TO
                   WS-CAM-LISTAS-TRABALHO
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS LTB-CHAVE
                   STATUS ST-ARQUIVO-LTB.

           SELECT ARQ-CARTEIRA ASSIGN TO
                   WS-CAM-CARTEIRA-CNPJ
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRT.

           SELECT ARQ-MONITORADOS ASSIGN TO
                   WS-CAM-CNPJ-MONITORADOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-MON.

           SELECT ARQ-CADASTRO-REL ASSIGN TO
                   WS-CAM-CADASTRO-RELATORIOS
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-CRL.

           SELECT ARQ-FILA-RELATORIOS ASSIGN TO
                   WS-CAM-FILA-RELATORIOS
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PRL-CHAVE
                   STATUS ST-ARQUIVO-FRL.

           SELECT ARQ-POSICAO ASSIGN TO WS-CAM-POSICAO-CAPITAL
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-FICHA.

           SELECT ARQ-REPLICACAO-PEND ASSIGN TO
                   WS-CAM-REPLICACAO-PENDENTE
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   STATUS ST-ARQUIVO-RPL.

           SELECT ARQ-AMBIENTE ASSIGN TO "ambiente.cfg"
                   ORGANIZATION LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
              05 IDX-PALAVRA          PIC X(020).
              05 IDX-CNPJ             PIC X(014).

       FD ARQ-INDICE-CONTATO.
       COPY "FD-REG-INDICE-CONTATO.cpy".

       FD ARQ-ESTATISTICAS.
       01 REG-ESTATISTICAS          PIC X(160).

           03 USU-DATA-TROCA        PIC 9(008).
           03 USU-CENTRO-CUSTO      PIC X(008).
           03 USU-UFS-PERMITIDAS    PIC X(054).
           03 USU-GESTOR            PIC X(020).
           03 USU-SITUACAO          PIC X.
           03 USU-DATA-ULTIMO-LOGIN PIC 9(008).
           03 USU-DATA-CERTIFICACAO PIC 9(008).

       FD ARQ-CONTROLE-CARGA.
       01 REG-CONTROLE-CARGA.
       FD ARQ-ESCORE.
       COPY "FD-REG-ESCORE.cpy".

       FD ARQ-ESCORE-REDE.
       COPY "FD-REG-ESCORE-REDE.cpy".

       FD ARQ-REDE.
       COPY "FD-REG-REDE.cpy".

       FD ARQ-BENEFICIARIO.
       COPY "FD-REG-BENEFICIARIO.cpy".

       FD ARQ-PESSOAS.
       COPY "FD-REG-PESSOA.cpy".

       FD ARQ-HIST-CAPITAL.
       01 REG-HIST-CAPITAL          PIC X(080).

       FD ARQ-HISTORICO-SOC.
       01 REG-HISTORICO-SOC         PIC X(120).

       FD ARQ-HISTORICO-END.
       COPY "FD-REG-HIST-END.cpy".

       FD ARQ-JOURNAL.
       01 REG-JOURNAL.
           03 JRN-ID-CARGA            PIC X(014).
           03 JRN-TIPO                PIC X(003).
           03 JRN-ACAO                PIC X.
           03 JRN-CHAVE               PIC X(014).
           03 JRN-IMAGEM              PIC X(1200).

       FD ARQ-REPLICACAO-PEND.
       01 REG-REPLICACAO-PEND       PIC X(080).

       FD ARQ-CORRECOES.
       COPY "FD-REG-CORRECAO.cpy".

       FD ARQ-CONTESTACOES.
       COPY "FD-REG-CONTESTACAO.cpy".

       FD ARQ-ANOTACOES.
       COPY "FD-REG-ANOTACAO.cpy".

       FD ARQ-SANCOES.
       COPY "FD-REG-SANCAO.cpy".

       FD ARQ-INSCRICOES.
       COPY "FD-REG-INSCRICAO-ESTADUAL.cpy".

       FD ARQ-LISTAS-TRABALHO.
       COPY "FD-REG-LISTA-TRABALHO.cpy".

       FD ARQ-CARTEIRA.
       01 REG-CARTEIRA              PIC X(014).

       FD ARQ-MONITORADOS.
       01 REG-MONITORADO            PIC X(080).

       FD ARQ-CADASTRO-REL.
       01 REG-CADASTRO-REL          PIC X(300).

       FD ARQ-FILA-RELATORIOS.
       COPY "FD-REG-PEDIDO-RELATORIO.cpy".

       FD ARQ-SPOOL-CATALOGO.
       01 REG-SPOOL-CATALOGO        PIC X(160).

       FD ARQ-SPOOL-SEQ.
       01 REG-SPOOL-SEQ             PIC 9(008).

       FD ARQ-MALHA-EXECUCAO.
       01 REG-MALHA-EXECUCAO        PIC X(100).

       FD ARQ-SUMARIO-EXEC.
       01 REG-SUMARIO-EXEC          PIC X(200).

       FD ARQ-GO-NOGO.
       01 REG-GO-NOGO               PIC X(080).

       FD ARQ-VEREDICTO-GOLDEN.
       01 REG-VEREDICTO-GOLDEN      PIC X(200).

       FD ARQ-VEREDICTO-ANOMALA.
       01 REG-VEREDICTO-ANOMALA     PIC X(120).

       FD ARQ-REGIME.
       COPY "FD-REG-REGIME.cpy".

       01 WS-AMBIENTE                 PIC X VALUE 'P'.
       01 WS-AMBIENTE-DESC            PIC X(012) VALUE SPACES.
       01 WS-DIR-DADOS                PIC X(012) VALUE SPACES.
       01 WS-CAM-ANOTACOES-CNPJ          PIC X(060) VALUE SPACES.
       01 WS-CAM-AUDITORIA-MANUTENCAO    PIC X(060) VALUE SPACES.
       01 WS-CAM-BENEFICIARIO-FINAL      PIC X(060) VALUE SPACES.
       01 WS-CAM-CARTEIRA-CNPJ           PIC X(060) VALUE SPACES.
       01 WS-CAM-CATALOGO-COMPETENCIAS   PIC X(060) VALUE SPACES.
       01 WS-CAM-CNAE2                   PIC X(060) VALUE SPACES.
       01 WS-CAM-CNPJ-MONITORADOS        PIC X(060) VALUE SPACES.
       01 WS-CAM-CADASTRO-RELATORIOS     PIC X(060) VALUE SPACES.
       01 WS-CAM-FILA-RELATORIOS         PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTROLE-MANUTENCAO     PIC X(060) VALUE SPACES.
       01 WS-CAM-COORDENADAS             PIC X(060) VALUE SPACES.
       01 WS-CAM-CORRECOES-PERSISTENTES  PIC X(060) VALUE SPACES.
       01 WS-CAM-CONTESTACOES-RFB        PIC X(060) VALUE SPACES.
       01 WS-CAM-COMPROVANTE-CONSULTA    PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS-HISTORICO      PIC X(060) VALUE SPACES.
       01 WS-CAM-EMPRESAS2               PIC X(060) VALUE SPACES.
       01 WS-CAM-ESCORE-REDE             PIC X(060) VALUE SPACES.
       01 WS-CAM-ESCORE-RISCO            PIC X(060) VALUE SPACES.
       01 WS-CAM-ESTATISTICAS-BASE       PIC X(060) VALUE SPACES.
       01 WS-CAM-EXPORT-CONSULTA-CSV     PIC X(060) VALUE SPACES.
       01 WS-CAM-FICHA-CADASTRAL-TXT     PIC X(060) VALUE SPACES.
       01 WS-CAM-FICHA-PJ-JSON           PIC X(060) VALUE SPACES.
       01 WS-CAM-GO-NOGO-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-CAPITAL       PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-ENDERECO      PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-SITUACAO-CAD  PIC X(060) VALUE SPACES.
       01 WS-CAM-HISTORICO-SOCIETARIO    PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-CONTATOS         PIC X(060) VALUE SPACES.
       01 WS-CAM-INDICE-RAZAO-SOCIAL     PIC X(060) VALUE SPACES.
       01 WS-CAM-INSCRICOES-ESTADUAIS    PIC X(060) VALUE SPACES.
       01 WS-CAM-JOURNAL-CARGA           PIC X(060) VALUE SPACES.
       01 WS-CAM-LISTAS-TRABALHO         PIC X(060) VALUE SPACES.
       01 WS-CAM-LOG-CONSULTAS           PIC X(060) VALUE SPACES.
       01 WS-CAM-MALHA-EXECUCAO          PIC X(060) VALUE SPACES.
       01 WS-CAM-PARAMETROS-SISTEMA      PIC X(060) VALUE SPACES.
       01 WS-CAM-PESSOA-PARTICIPACOES    PIC X(060) VALUE SPACES.
       01 WS-CAM-PESSOAS-MESTRE          PIC X(060) VALUE SPACES.
       01 WS-CAM-REDE-SOCIETARIA         PIC X(060) VALUE SPACES.
       01 WS-CAM-REGIME-TRIBUTACAO       PIC X(060) VALUE SPACES.
       01 WS-CAM-REPLICACAO-PENDENTE     PIC X(060) VALUE SPACES.
       01 WS-CAM-SANCOES-EMPRESAS        PIC X(060) VALUE SPACES.
       01 WS-CAM-SESSOES-CONSULTA        PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-CATALOGO          PIC X(060) VALUE SPACES.
       01 WS-CAM-SPOOL-SEQUENCIA         PIC X(060) VALUE SPACES.
       01 WS-CAM-SOCIOS2                 PIC X(060) VALUE SPACES.
       01 WS-CAM-SUMARIO-EXECUCOES       PIC X(060) VALUE SPACES.
       01 WS-CAM-USUARIOS                PIC X(060) VALUE SPACES.
       01 WS-CAM-VEREDICTO-ANOMALA       PIC X(060) VALUE SPACES.
       01 WS-CAM-VEREDICTO-GOLDEN        PIC X(060) VALUE SPACES.

       01 ST-ARQUIVO-LTB            PIC XX.
       01 ST-ARQUIVO-CRT            PIC XX.
       01 ST-ARQUIVO-MON            PIC XX.
       01 WS-EOF-LTB                PIC X VALUE 'N'.
       01 WS-EOF-MON                PIC X VALUE 'N'.
       01 ST-ARQUIVO-CRL            PIC XX.
       01 ST-ARQUIVO-FRL            PIC XX.
       01 WS-EOF-CRL                PIC X VALUE 'N'.
       01 WS-EOF-FRL                PIC X VALUE 'N'.
       01 WS-CRL-PERIODICIDADE      PIC X VALUE SPACE.
       01 WS-CRL-PARAMETROS         PIC X(040) VALUE SPACES.
       01 WS-CRL-SAIDA              PIC X(040) VALUE SPACES.
       01 WS-QTD-REL                PIC 99 VALUE ZERO.
       01 WS-IDX-REL                PIC 99 VALUE ZERO.
       01 WS-REL-SEL                PIC 99 VALUE ZERO.
       01 WS-TAB-REL.
          05 WS-REL-OCR OCCURS 10 TIMES.
             10 WS-REL-PROGRAMA     PIC X(040).
             10 WS-REL-DESCRICAO    PIC X(040).
             10 WS-REL-PARM OCCURS 4 TIMES.
                15 WS-REL-PARM-TIPO   PIC X(002).
                15 WS-REL-PARM-ROTULO PIC X(030).
       01 WS-TAB-REL-TELA.
          05 WS-REL-LINHA-TELA OCCURS 10 TIMES PIC X(078).
       01 WS-PRL-ACAO               PIC X VALUE SPACE.
       01 WS-PRL-NUMERO             PIC 99 VALUE ZERO.
       01 WS-PRL-CONFIRMA           PIC X VALUE SPACE.
       01 WS-PRL-VALIDO             PIC X VALUE 'N'.
       01 WS-PRL-TIPO               PIC X VALUE SPACE.
       01 WS-PRL-OPCIONAL           PIC X VALUE 'N'.
       01 WS-PRL-TAM                PIC 99 VALUE ZERO.
       01 WS-PRL-UF-ACHADA          PIC X VALUE 'N'.
       01 WS-PRL-UFS-VALIDAS        PIC X(054) VALUE
          'ACALAPAMBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01 WS-IDX-PRL                PIC 99 VALUE ZERO.
       01 WS-PRL-PROG-TELA          PIC X(040) VALUE SPACES.
       01 WS-PRL-DESC-TELA          PIC X(040) VALUE SPACES.
       01 WS-TAB-PRL-PARM.
          05 WS-PRL-PARM-OCR OCCURS 4 TIMES.
             10 WS-PRL-ROTULO       PIC X(030).
             10 WS-PRL-DICA         PIC X(020).
             10 WS-PRL-PARM-INC     PIC X(020).
       01 WS-QTD-PRL                PIC 99 VALUE ZERO.
       01 WS-TAB-PRL.
          05 WS-PRL-OCR OCCURS 7 TIMES.
             10 WS-PRL-T-DATA       PIC 9(008).
             10 WS-PRL-T-HORA       PIC 9(008).
             10 WS-PRL-T-PROGRAMA   PIC X(040).
             10 WS-PRL-T-STATUS     PIC X.
             10 WS-PRL-T-SPOOL      PIC 9(008).
             10 WS-PRL-T-OBS        PIC X(040).
       01 WS-TAB-PRL-VER.
          05 WS-PRL-VER-OCR OCCURS 7 TIMES.
             10 WS-PRL-VER-STATUS   PIC X.
             10 WS-PRL-VER-SPOOL    PIC 9(008).
       01 WS-TAB-PRL-TELA.
          05 WS-PRL-LINHA-TELA OCCURS 7 TIMES PIC X(078).
       01 WS-PRL-STATUS-ED          PIC X(011) VALUE SPACES.
       01 WS-PRL-NN-ED              PIC 99 VALUE ZERO.

       01 WS-NAV-PENDENTE           PIC X VALUE 'N'.
       01 WS-NAV-QTD                PIC 99 VALUE ZERO.
       01 WS-NAV-IDX                PIC 99 VALUE ZERO.
       01 WS-NAV-PONTEIRO           PIC 999 VALUE 1.
       01 WS-NAV-OPCAO              PIC X(002) VALUE SPACES.
       01 WS-NAV-SEL                PIC 99 VALUE ZERO.
       01 WS-NAV-RECARREGAR         PIC X VALUE 'S'.
       01 WS-NAV-MENSAGEM           PIC X(070) VALUE SPACES.
       01 WS-NAV-PASSO-ED           PIC Z9.
       01 WS-TAB-NAV.
          05 WS-NAV-OCR OCCURS 10 TIMES.
             10 WS-NAV-TIPO         PIC X.
             10 WS-NAV-CNPJ         PIC X(014).
             10 WS-NAV-PESSOA-ID    PIC 9(009).
             10 WS-NAV-ROTULO       PIC X(040).
       01 WS-NAV-QTD-ITEM           PIC 99 VALUE ZERO.
       01 WS-TAB-NAV-ITEM.
          05 WS-NAV-ITEM-OCR OCCURS 14 TIMES.
             10 WS-NAV-ITEM-TIPO    PIC X.
             10 WS-NAV-ITEM-CNPJ    PIC X(014).
             10 WS-NAV-ITEM-COD     PIC 9(011).
             10 WS-NAV-ITEM-NOME    PIC X(040).
       01 WS-TAB-NAV-TELA.
          05 WS-NAV-LINHA-TELA OCCURS 14 TIMES PIC X(078).
       01 WS-NAV-CABECALHO          PIC X(078) VALUE SPACES.
       01 WS-NAV-CAB-LISTA          PIC X(078) VALUE SPACES.
       01 WS-NAV-CAMINHO            PIC X(234) VALUE SPACES.
       01 WS-NAV-CAMINHO-R REDEFINES WS-NAV-CAMINHO.
          05 WS-NAV-CAMINHO-LINHA OCCURS 3 TIMES PIC X(078).

       01 WS-CVN-ORIGEM-TIPO        PIC X VALUE SPACE.
       01 WS-CVN-ORIGEM-CHAVE       PIC X(014) VALUE SPACES.
       01 WS-CVN-DESTINO-TIPO       PIC X VALUE SPACE.
       01 WS-CVN-DESTINO-CHAVE      PIC X(014) VALUE SPACES.
       01 WS-CVN-GRAUS              PIC 99 VALUE ZERO.
       01 WS-CVN-OPCAO              PIC X VALUE SPACE.
       01 WS-CVN-IDX                PIC 99 VALUE ZERO.
       01 WS-CVN-IDX-VIZ            PIC 99 VALUE ZERO.
       01 WS-CVN-ELO-ED             PIC Z9.
       01 WS-CVN-PERC-V99           PIC 9(003)V99 VALUE ZERO.
       01 WS-CVN-PERC-ED            PIC ZZ9,99.
       01 WS-CVN-SOCIO-TIPO         PIC X(002) VALUE SPACES.
       01 WS-CVN-MASCARA            PIC X(060)
          VALUE '*** FORA DO ESCOPO REGIONAL ***'.
       01 WS-CVN-CAB-LISTA.
          05 FILLER                 PIC X(040) VALUE
             'EL SOCIO                -> EMPRESA      '.
          05 FILLER                 PIC X(038) VALUE
             '          QUALIFICACAO        PART%   '.
       01 WS-TAB-CVN-TELA.
          05 WS-CVN-LINHA-TELA OCCURS 10 TIMES PIC X(078).

       01 WS-CPV-LINHA              PIC X(076) VALUE SPACES.
       01 WS-CPV-CODIGO-DIG         PIC X(018) VALUE SPACES.
       01 WS-CPV-CODIGO-EXIBIDO     PIC X(018) VALUE SPACES.
       01 WS-CPV-OPCAO              PIC X VALUE SPACE.
       01 WS-CPV-IDX                PIC 99 VALUE ZERO.
       01 WS-CPV-IDX-TELA           PIC 99 VALUE ZERO.
       01 WS-CPV-INICIO             PIC 99 VALUE 1.
       01 WS-CPV-EMISSAO-ED         PIC X(019) VALUE SPACES.
       01 WS-TAB-CPV-TELA.
          05 WS-CPV-LINHA-TELA OCCURS 15 TIMES PIC X(076).

       01 WS-LTB-NOME-ATIVA         PIC X(020) VALUE SPACES.
       01 WS-LTB-NOME-SEL           PIC X(020) VALUE SPACES.
       01 WS-LTB-ACAO               PIC X VALUE SPACE.
       01 WS-LTB-LINHAS             PIC X(045) VALUE SPACES.
       01 WS-LTB-TOKEN              PIC X(003) VALUE SPACES.
       01 WS-LTB-PONTEIRO           PIC 99 VALUE 1.
       01 WS-LTB-SEL-NUM            PIC 99 VALUE ZERO.
       01 WS-LTB-CNPJ-MARCAR        PIC X(014) VALUE SPACES.
       01 WS-LTB-RAZAO-MARCAR       PIC X(040) VALUE SPACES.
       01 WS-LTB-QTD-GRAVADOS       PIC 9(005) VALUE ZERO.
       01 WS-LTB-QTD-JA-EXISTIA     PIC 9(005) VALUE ZERO.
       01 WS-LTB-QTD-IGNORADOS      PIC 9(005) VALUE ZERO.
       01 WS-LTB-QTD-ED1            PIC ZZZZ9.
       01 WS-LTB-QTD-ED2            PIC ZZZZ9.
       01 WS-LTB-QTD-ED3            PIC ZZZZ9.
       01 WS-QTD-LTB-RESUMO         PIC 99 VALUE ZERO.
       01 WS-IDX-LTB                PIC 99 VALUE ZERO.
       01 WS-TAB-LTB-RESUMO.
          05 WS-LTB-RESUMO OCCURS 15 TIMES.
             10 WS-LTB-RES-NOME     PIC X(020).
             10 WS-LTB-RES-QTD      PIC 9(005).
       01 WS-TAB-LTB-TELA.
          05 WS-LTB-LINHA-TELA OCCURS 15 TIMES PIC X(040).
       01 WS-QTD-MON-EXISTENTES     PIC 999 VALUE ZERO.
       01 WS-IDX-MON                PIC 999 VALUE ZERO.
       01 WS-MON-JA-EXISTE          PIC X VALUE 'N'.
       01 WS-TAB-MON-EXISTENTES.
          05 WS-MON-EXISTENTE OCCURS 500 TIMES PIC X(014).

       01 ST-ARQUIVO-FICHA          PIC XX.
       01 ST-ARQUIVO-FJSN           PIC XX.
       01 WS-TEXTO-JSON             PIC X(150) VALUE SPACES.
       01 WS-PONTEIRO-JSON          PIC 999 VALUE 1.
       01 WS-PRIMEIRO-ITEM-JSON     PIC X VALUE 'S'.
       01 WS-CPF-JSON               PIC X(014) VALUE SPACES.
       01 WS-EOF-JSN                PIC X VALUE 'N'.
       01 WS-CAPITAL-JSON           PIC 9(012).9(002).
       01 ST-ARQUIVO-EHIST          PIC XX.
       01 ST-ARQUIVO-CTL            PIC XX.
       01 ST-ARQUIVO-SES            PIC XX.
       01 WS-BASE-EM-MANUTENCAO     PIC X VALUE 'N'.
       01 WS-MODO-DEGRADADO         PIC X VALUE 'N'.
       01 WS-DEGRADADO-SUFIXO       PIC X(006) VALUE SPACES.
       01 WS-DEGRADADO-DATA         PIC X(008) VALUE SPACES.
       01 WS-DEGRADADO-SOCIOS       PIC X(060) VALUE SPACES.
       01 WS-DEGRADADO-COPIA-OK     PIC X VALUE 'N'.
       01 WS-AVISO-DEGRADADO        PIC X(078) VALUE SPACES.
       01 ST-ARQUIVO-USU            PIC XX.
       01 WS-USUARIO-LOGADO         PIC X(020) VALUE SPACES.
       01 WS-PERFIL-LOGADO          PIC X VALUE ' '.
       01 WS-QTD-USUARIOS           PIC 99 VALUE ZERO.
       01 WS-IDX-USU                PIC 99 VALUE ZERO.
       01 WS-IDX-USU2               PIC 99 VALUE ZERO.
       01 WS-IDX-USU-LOGADO         PIC 99 VALUE ZERO.
       01 WS-USUARIO-BLOQUEADO      PIC X VALUE 'N'.
       01 WS-USUARIOS-EXCEDENTES    PIC X VALUE 'N'.
       01 WS-TAB-USUARIOS.
          05 WS-USU-OCR OCCURS 50 TIMES.
             10 WS-USU-NOME         PIC X(020).
             10 WS-USU-DATA-TROCA   PIC 9(008).
             10 WS-USU-CENTRO-CUSTO PIC X(008).
             10 WS-USU-UFS          PIC X(054).
             10 WS-USU-GESTOR       PIC X(020).
             10 WS-USU-SITUACAO     PIC X.
             10 WS-USU-ULTIMO-LOGIN PIC 9(008).
             10 WS-USU-CERTIFICACAO PIC 9(008).
       01 WS-CC-LOGADO              PIC X(008) VALUE 'GERAL'.
       01 WS-UFS-LOGADO             PIC X(054) VALUE SPACES.
       01 WS-UF-AVALIADA            PIC X(002) VALUE SPACES.
       01 WS-LOGRADOURO-BUSCA       PIC X(060) VALUE SPACES.
       01 WS-NUMERO-BUSCA           PIC X(006) VALUE SPACES.
       01 WS-CEP-MATCH              PIC X VALUE 'N'.
       01 WS-CTT-DDD-BUSCA          PIC X(004) VALUE SPACES.
       01 WS-CTT-FONE-BUSCA         PIC X(008) VALUE SPACES.
       01 WS-CTT-EMAIL-BUSCA        PIC X(115) VALUE SPACES.
       01 WS-CTT-CONTATO-BUSCA.
          05 WS-CTT-TIPO-BUSCA      PIC X VALUE SPACE.
          05 WS-CTT-VALOR-BUSCA     PIC X(115) VALUE SPACES.
       01 WS-CTT-DDD-EMP            PIC X(004) VALUE SPACES.
       01 WS-CTT-FONE-EMP           PIC X(008) VALUE SPACES.
       01 WS-CTT-VALOR-EMP          PIC X(115) VALUE SPACES.
       01 WS-CTT-MATCH              PIC X VALUE 'N'.
       01 WS-CNAE-PALAVRA-BUSCA     PIC X(030) VALUE SPACES.
       01 WS-CNAE-SEL-COMANDO       PIC X(002) VALUE SPACES.
       01 WS-CNAE-SEL-NUM           PIC 99 VALUE ZERO.
       01 WS-EST-SIT-OUTRAS         PIC X(007) VALUE SPACES.
       01 WS-EST-TOTAL-SOC          PIC X(007) VALUE SPACES.
       01 ST-ARQUIVO-IDX            PIC XX.
       01 ST-ARQUIVO-ICT            PIC XX.
       01 WS-PAL-BUSCA-QTD          PIC 99 VALUE ZERO.
       01 WS-PAL-BUSCA-I            PIC 99 VALUE ZERO.
       01 WS-PAL-PRIMEIRA           PIC X(020) VALUE SPACES.
       01 ST-ARQUIVO-ESC            PIC XX.
       01 WS-ESCORE-RISCO-ED        PIC X(003) VALUE SPACES.
       01 WS-FAIXA-RISCO-ED         PIC X(001) VALUE SPACE.
       01 ST-ARQUIVO-ERD            PIC XX.
       01 WS-ESCORE-REDE-ED         PIC X(003) VALUE SPACES.
       01 WS-FAIXA-REDE-ED          PIC X(001) VALUE SPACE.
       01 ST-ARQUIVO-RED            PIC XX.
       01 WS-NUM-REDE-ED            PIC X(006) VALUE SPACES.
       01 ST-ARQUIVO-BEN            PIC XX.
       01 WS-EOF-BEN                PIC X VALUE 'N'.
       01 WS-IDX-BEN                PIC 99 VALUE ZERO.
       01 WS-QTD-BEN                PIC 99 VALUE ZERO.
       01 WS-QTD-BEN-ED             PIC X(002) VALUE SPACES.
       01 WS-BEN-PERC-ED            PIC ZZ9,99.
       01 WS-BEN-CPF-EXIBIDO        PIC X(014) VALUE SPACES.
       01 WS-TAB-BEN.
          05 WS-BEN-LINHA OCCURS 8 TIMES PIC X(076).
       01 WS-CPF-REP-BUSCA          PIC 9(011) VALUE ZEROES.
       01 WS-CPF-REP-CIFRADO        PIC 9(011) VALUE ZEROES.
       01 WS-EOF-REP                PIC X VALUE 'N'.
       01 WS-CMP-CNPJ-A             PIC X(014) VALUE SPACES.
       01 WS-CMP-CNPJ-B             PIC X(014) VALUE SPACES.
       01 WS-GEO-DIF-LON            PIC S9(005)V9(006) VALUE ZERO.
       01 WS-GEO-DIST2              PIC 9(012)V99 VALUE ZERO.
       01 WS-GEO-CENTRO-OK          PIC X VALUE 'N'.
       01 ST-ARQUIVO-HSOC           PIC XX.
       01 ST-ARQUIVO-HEND           PIC XX.
       01 ST-ARQUIVO-JRN            PIC XX.
       01 ST-ARQUIVO-RPL            PIC XX.
       01 WS-RPL-ARQUIVO            PIC X(003) VALUE SPACES.
       01 WS-RPL-CHAVE              PIC X(014) VALUE SPACES.
       01 WS-RPL-ORIGEM             PIC X(020) VALUE SPACES.
       01 WS-RPL-DATA               PIC 9(008) VALUE ZERO.
       01 WS-RPL-HORA               PIC 9(008) VALUE ZERO.
       01 WS-QTD-LTP                PIC 999 VALUE ZERO.
       01 WS-IDX-LTP                PIC 999 VALUE ZERO.
       01 WS-IDX-LTP2               PIC 999 VALUE ZERO.
       01 WS-IDX-PAG-LTP            PIC 99 VALUE ZERO.
       01 WS-INICIO-PAG-LTP         PIC 999 VALUE ZERO.
       01 WS-EOF-LTP                PIC X VALUE 'N'.
       01 WS-LTP-TRUNCADA           PIC X VALUE 'N'.
       01 WS-LTP-HOUVE-TROCA        PIC X VALUE 'N'.
       01 WS-TAB-LTP.
          05 WS-LTP-OCR OCCURS 200 TIMES.
             10 WS-LTP-DATA         PIC 9(008).
             10 WS-LTP-HORA         PIC 9(008).
             10 WS-LTP-TIPO         PIC X(015).
             10 WS-LTP-ANTERIOR     PIC X(018).
             10 WS-LTP-NOVO         PIC X(018).
             10 WS-LTP-ORIGEM       PIC X(011).
       01 WS-LTP-EVENTO.
          05 WS-LTE-DATA            PIC 9(008).
          05 WS-LTE-HORA            PIC 9(008).
          05 WS-LTE-TIPO            PIC X(015).
          05 WS-LTE-ANTERIOR        PIC X(018).
          05 WS-LTE-NOVO            PIC X(018).
          05 WS-LTE-ORIGEM          PIC X(011).
       01 WS-LTP-TROCA              PIC X(078).
       01 WS-LTP-LINHA.
          05 WS-LTL-DATA            PIC X(010).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-LTL-TIPO            PIC X(015).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-LTL-ANTERIOR        PIC X(018).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-LTL-NOVO            PIC X(018).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-LTL-ORIGEM          PIC X(011).
       01 WS-TAB-PAG-LTP.
          05 WS-PAG-LTP-LINHA OCCURS 12 TIMES PIC X(076).
       01 WS-LTP-DATA-AUX           PIC X(008) VALUE SPACES.
       01 WS-LTP-HORA-AUX           PIC X(008) VALUE SPACES.
       01 WS-LTP-SIT-COD            PIC 99 VALUE ZERO.
       01 WS-LTP-SIT-DESC           PIC X(018) VALUE SPACES.
       01 WS-LTP-PERC-NUM           PIC 9(005) VALUE ZERO.
       01 WS-LTP-PERC-V99           PIC 9(003)V99 VALUE ZERO.
       01 WS-LTP-PERC-ED            PIC ZZ9,99.
       01 WS-LTP-CPF-EXIBIDO        PIC X(014) VALUE SPACES.
       01 WS-LTP-SOC-CNPJ           PIC X(014) VALUE SPACES.
       01 WS-LTP-SOC-CPF            PIC X(014) VALUE SPACES.
       01 WS-LTP-SOC-IDENT          PIC X VALUE SPACE.
       01 WS-LTP-SOC-EVENTO         PIC X(009) VALUE SPACES.
       01 WS-LTP-SOC-PERC-ANT       PIC X(005) VALUE SPACES.
       01 WS-LTP-SOC-PERC-NOVO      PIC X(005) VALUE SPACES.
       01 WS-LTP-SOC-QUALIF-ANT     PIC XX VALUE SPACES.
       01 WS-LTP-SOC-QUALIF-NOVA    PIC XX VALUE SPACES.
       01 WS-LTP-SOC-DATA           PIC X(008) VALUE SPACES.
       01 WS-LTP-AUD-CABECA         PIC X(060) VALUE SPACES.
       01 WS-LTP-AUD-CNPJ           PIC X(014) VALUE SPACES.
       01 WS-LTP-AUD-CAMPO          PIC X(020) VALUE SPACES.
       01 WS-LTP-AUD-ANTES          PIC X(060) VALUE SPACES.
       01 WS-LTP-AUD-DEPOIS         PIC X(060) VALUE SPACES.
       01 WS-LTP-AUD-APROVADOR      PIC X(020) VALUE SPACES.
       01 ST-ARQUIVO-COR            PIC XX.
       01 WS-EOF-COR                PIC X VALUE 'N'.
       01 WS-COR-CAMPO              PIC X(025) VALUE SPACES.
       01 WS-COR-VALOR-ANTES        PIC X(156) VALUE SPACES.
       01 WS-COR-VALOR-DEPOIS       PIC X(156) VALUE SPACES.
       01 WS-COR-DECISAO            PIC X VALUE SPACE.
       01 WS-COR-EXISTE             PIC X VALUE 'N'.
       01 WS-QTD-COR-CONFLITO       PIC 9(005) VALUE ZERO.
       01 ST-ARQUIVO-CTT            PIC XX.
       01 WS-CTT-PROTOCOLO          PIC X(020) VALUE SPACES.
       01 WS-CTT-CAMPO              PIC X(020) VALUE SPACES.
       01 WS-CTT-VALOR-CONTESTADO   PIC X(060) VALUE SPACES.
       01 WS-CTT-VALOR-ESPERADO     PIC X(060) VALUE SPACES.
       01 WS-CTT-VALOR-ATUAL        PIC X(060) VALUE SPACES.
       01 WS-CTT-CAMPO-VALIDO       PIC X VALUE 'N'.
       01 ST-ARQUIVO-ANT            PIC XX.
       01 WS-EOF-ANT                PIC X VALUE 'N'.
       01 WS-IDX-ANT                PIC 99 VALUE ZERO.
       01 WS-QTD-ANT                PIC 99 VALUE ZERO.
       01 WS-QTD-ANT-TOTAL          PIC 9(003) VALUE ZERO.
       01 WS-QTD-ANT-ED             PIC X(003) VALUE SPACES.
       01 WS-ANT-INICIO             PIC 99 VALUE ZERO.
       01 WS-ANT-LIN                PIC 99 VALUE ZERO.
       01 WS-ANT-TRUNCADA           PIC X VALUE 'N'.
       01 WS-ANT-TIPO-INC           PIC X VALUE SPACE.
       01 WS-ANT-CATEGORIA-INC      PIC X(015) VALUE SPACES.
       01 WS-ANT-TEXTO-INC.
          05 WS-ANT-TEXTO-INC-1     PIC X(075) VALUE SPACES.
          05 WS-ANT-TEXTO-INC-2     PIC X(075) VALUE SPACES.
       01 WS-ANT-VALIDADE-INC       PIC X(008) VALUE SPACES.
       01 WS-ANT-VALIDADE-NUM REDEFINES WS-ANT-VALIDADE-INC.
          05 WS-ANT-VAL-ANO         PIC 9(004).
          05 WS-ANT-VAL-MES         PIC 99.
          05 WS-ANT-VAL-DIA         PIC 99.
       01 WS-ANT-DOC-TIPO-INC       PIC X(020) VALUE SPACES.
       01 WS-ANT-DOC-NUMERO-INC     PIC X(020) VALUE SPACES.
       01 WS-ANT-DOC-LOCAL-INC      PIC X(060) VALUE SPACES.
       01 WS-ANT-TIPO-ED            PIC X(009) VALUE SPACES.
       01 WS-ANT-SITUACAO-ED        PIC X(007) VALUE SPACES.
       01 WS-ANT-VALIDADE-ED        PIC X(008) VALUE SPACES.
       01 WS-QTD-ANT-Z              PIC ZZ9.
       01 WS-TAB-ANT.
          05 WS-ANT-ITEM OCCURS 20 TIMES.
             10 WS-ANT-DATA         PIC 9(008).
             10 WS-ANT-TIPO         PIC X.
             10 WS-ANT-CATEGORIA    PIC X(015).
             10 WS-ANT-TEXTO        PIC X(150).
             10 WS-ANT-AUTOR        PIC X(020).
             10 WS-ANT-VALIDADE     PIC 9(008).
             10 WS-ANT-DOC-TIPO     PIC X(020).
             10 WS-ANT-DOC-NUMERO   PIC X(020).
             10 WS-ANT-DOC-LOCAL    PIC X(060).
             10 WS-ANT-VIGENTE      PIC X.
       01 WS-TAB-ANT-TELA.
          05 WS-ANT-LINHA OCCURS 16 TIMES PIC X(078).
       01 ST-ARQUIVO-SAN            PIC XX.
       01 WS-EOF-SAN                PIC X VALUE 'N'.
       01 WS-QTD-SAN                PIC 9(003) VALUE ZERO.
       01 WS-QTD-SAN-ED             PIC X(003) VALUE SPACES.
       01 WS-QTD-SAN-Z              PIC ZZ9.
       01 WS-SAN-LIN                PIC 99 VALUE ZERO.
       01 WS-SAN-FIM-ED             PIC X(008) VALUE SPACES.
       01 WS-TAB-SAN-TELA.
          05 WS-SAN-LINHA OCCURS 16 TIMES PIC X(078).
       01 ST-ARQUIVO-IEE            PIC XX.
       01 WS-EOF-IEE                PIC X VALUE 'N'.
       01 WS-QTD-IEE                PIC 99 VALUE ZERO.
       01 WS-IEE-FICHA-ED           PIC X(014) VALUE SPACES.
       01 WS-IEE-SITUACAO-ED        PIC X(009) VALUE SPACES.
       01 WS-TAB-IEE-TELA.
          05 WS-IEE-LINHA OCCURS 16 TIMES PIC X(078).
       01 WS-GEO-CEP-CENTRO         PIC 9(008) VALUE ZERO.
       01 WS-GEO-USAR-CEP           PIC X VALUE 'N'.
       01 WS-EOF-GEO                PIC X VALUE 'N'.
       01 WS-SPOOL-HORA             PIC 9(008) VALUE ZERO.
       01 WS-SPOOL-COMANDO          PIC X(160) VALUE SPACES.
       01 WS-SPOOL-RC               PIC S9(009) COMP VALUE ZERO.
       01 WS-SPOOL-ARQ-ORIGEM       PIC X(060) VALUE SPACES.
       01 WS-SPOOL-TIPO             PIC X(015) VALUE SPACES.
       01 WS-SPOOL-ID-LIDO          PIC X(008) VALUE SPACES.
       01 WS-SPOOL-DATA-LIDA        PIC X(008) VALUE SPACES.
       01 WS-SPOOL-USUARIO-LIDO     PIC X(020) VALUE SPACES.
       01 WS-SPOOL-RESTO            PIC X(080) VALUE SPACES.
       01 WS-TAB-SPOOL-IDS.
          05 WS-SPOOL-ID-TAB OCCURS 15 TIMES PIC X(008).
       01 ST-ARQUIVO-MEX            PIC XX.
       01 ST-ARQUIVO-SUX            PIC XX.
       01 ST-ARQUIVO-GNG            PIC XX.
       01 ST-ARQUIVO-VGO            PIC XX.
       01 ST-ARQUIVO-VAN            PIC XX.
       01 WS-MLH-SAIR               PIC X VALUE 'N'.
       01 WS-MLH-QTD                PIC 99 VALUE ZERO.
       01 WS-MLH-IDX                PIC 99 VALUE ZERO.
       01 WS-MLH-INICIO-PAGINA      PIC 99 VALUE 1.
       01 WS-MLH-QTD-PAGINA         PIC 99 VALUE ZERO.
       01 WS-MLH-DATA-MALHA         PIC X(008) VALUE SPACES.
       01 WS-MLH-SEMAFORO-MALHA     PIC X(008) VALUE SPACES.
       01 WS-MLH-SEMAFORO-CARGA     PIC X(008) VALUE SPACES.
       01 WS-MLH-GONOGO             PIC X(004) VALUE SPACES.
       01 WS-MLH-GONOGO-SUFIXO      PIC X(006) VALUE SPACES.
       01 WS-MLH-GONOGO-DATA        PIC X(008) VALUE SPACES.
       01 WS-MLH-GONOGO-TEXTO       PIC X(058) VALUE SPACES.
       01 WS-MLH-CARGA-ACHADA       PIC X VALUE 'N'.
       01 WS-MLH-CARGA-DATA         PIC X(008) VALUE SPACES.
       01 WS-MLH-CARGA-HORA         PIC X(008) VALUE SPACES.
       01 WS-MLH-CARGA-RC           PIC X(004) VALUE SPACES.
       01 WS-MLH-CARGA-VEREDICTO    PIC X(016) VALUE SPACES.
       01 WS-MLH-CARGA-CONTADORES   PIC X(100) VALUE SPACES.
       01 WS-MLH-CARGA-TEXTO        PIC X(058) VALUE SPACES.
       01 WS-MLH-GOLDEN-TEXTO       PIC X(058) VALUE SPACES.
       01 WS-MLH-ANOMALA-TEXTO      PIC X(058) VALUE SPACES.
       01 WS-MLH-CAMPO-1            PIC X(030) VALUE SPACES.
       01 WS-MLH-CAMPO-2            PIC X(008) VALUE SPACES.
       01 WS-MLH-CAMPO-3            PIC X(008) VALUE SPACES.
       01 WS-MLH-CAMPO-4            PIC X(004) VALUE SPACES.
       01 WS-MLH-CAMPO-5            PIC X(016) VALUE SPACES.
       01 WS-MLH-CAMPO-6            PIC X(100) VALUE SPACES.
       01 WS-MLH-RC-NUM             PIC 9(004) VALUE ZERO.
       01 WS-MLH-SEG-INICIO         PIC 9(005) VALUE ZERO.
       01 WS-MLH-SEG-FIM            PIC 9(005) VALUE ZERO.
       01 WS-MLH-SEG-DURACAO        PIC S9(006) VALUE ZERO.
       01 WS-MLH-SEG-RESTO          PIC 9(005) VALUE ZERO.
       01 WS-MLH-HORA-CALC          PIC 9(008) VALUE ZERO.
       01 WS-MLH-HORA-CALC-R REDEFINES WS-MLH-HORA-CALC.
          05 WS-MLH-HC-HH           PIC 99.
          05 WS-MLH-HC-MM           PIC 99.
          05 WS-MLH-HC-SS           PIC 99.
          05 WS-MLH-HC-CC           PIC 99.
       01 WS-MLH-DURACAO-ED.
          05 WS-MLH-DUR-HH          PIC 99.
          05 FILLER                 PIC X VALUE ':'.
          05 WS-MLH-DUR-MM          PIC 99.
          05 FILLER                 PIC X VALUE ':'.
          05 WS-MLH-DUR-SS          PIC 99.
       01 WS-MLH-TAB-PASSOS.
          05 WS-MLH-PASSO OCCURS 40 TIMES.
             10 WS-MLH-ORDEM        PIC X(002).
             10 WS-MLH-PROGRAMA     PIC X(030).
             10 WS-MLH-HORA-INI     PIC X(008).
             10 WS-MLH-HORA-FIM     PIC X(008).
             10 WS-MLH-RC           PIC X(004).
             10 WS-MLH-RESULTADO    PIC X(012).
             10 WS-MLH-DATA         PIC X(008).
             10 WS-MLH-DURACAO      PIC X(008).
             10 WS-MLH-SEMAFORO     PIC X(008).
             10 WS-MLH-SUM-HORA     PIC X(008).
             10 WS-MLH-SUM-RC       PIC X(004).
             10 WS-MLH-SUM-VEREDICTO PIC X(016).
             10 WS-MLH-SUM-CONTADORES PIC X(100).
       01 WS-MLH-LINHA-MONTADA.
          05 WS-MLH-LM-SEL          PIC 99.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-ORDEM        PIC X(002).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-PROGRAMA     PIC X(024).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-RC           PIC X(004).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-RESULTADO    PIC X(011).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-VEREDICTO    PIC X(012).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-DURACAO      PIC X(008).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-MLH-LM-SEMAFORO     PIC X(008).
       01 WS-MLH-TAB-LINHAS.
          05 WS-MLH-LINHA OCCURS 10 TIMES PIC X(078).
       01 WS-MLH-DET-IDX            PIC 99 VALUE ZERO.
       01 WS-MLH-LOG-PASSO          PIC X(060) VALUE SPACES.
       01 ST-ARQUIVO-RGT            PIC XX.
       01 WS-REGIME-DESC            PIC X(012) VALUE SPACES.
       01 WS-REGIME-ANO-ED          PIC X(004) VALUE SPACES.
       01 WS-CODIGO-AUTORIZACAO-VALIDO PIC X(010) VALUE 'COMPLIANCE'.
       01 WS-CPF-SOCIO-EXIBIDO      PIC X(014).
       01 WS-CPF-REPRESENTANTE-EXIBIDO PIC X(011).
       01 WS-NOME-REPRESENTANTE-EXIBIDO PIC X(060).
       01 WS-PERC-CAPITAL-NUM       PIC 9(005).
       01 WS-PERC-CAPITAL-V99       PIC 9(003)V99.
       01 WS-PERC-CAPITAL-EDITADO   PIC ZZ9,99.

       COPY 'REGISTRO-RFB-EMPRESA.cpy'.
       COPY 'REGISTRO-RFB-SOCIO.cpy'.
       COPY 'REGISTRO-CIFRA-SOCIO.cpy'.
       COPY 'REGISTRO-CAMINHO-VINCULO.cpy'.
       COPY 'REGISTRO-COMPROVANTE.cpy'.
       COPY 'REGISTRO-RFB-CNAE.cpy'.

       SCREEN SECTION.
          05 VALUE '--------------------- *** LEITOR DE DADOS ABERTOS RF
      -     'B *** -----------------------'
           LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 PIC X(078) FOREGROUND-COLOR IS 6
           FROM WS-AVISO-DEGRADADO.
          05 VALUE '1 - BUSCAR PESSOA JURIDICA.' LINE 4 COL 2
           FOREGROUND-COLOR IS 2.
          05 VALUE '2 - BUSCAR PESSOA FISICA.' LINE 5 COL 2
           LINE 19 COL 2 FOREGROUND-COLOR IS 2.
          05 VALUE 'Q - COMPARAR QUADROS SOCIETARIOS DE 2 CNPJS.'
           LINE 20 COL 2 FOREGROUND-COLOR IS 2.
          05 VALUE 'K - VERIFICAR COMPROVANTE.'
           LINE 20 COL 48 FOREGROUND-COLOR IS 2.
          05 VALUE 'C - BUSCA REVERSA POR TELEFONE OU E-MAIL.'
           LINE 21 COL 2 FOREGROUND-COLOR IS 2.
          05 VALUE 'V - CAMINHO DE VINCULO SOCIETARIO.'
           LINE 21 COL 46 FOREGROUND-COLOR IS 2.
          05 VALUE 'O - PAINEL OPERACIONAL DA MALHA BATCH (OPERACAO).'
           LINE 22 COL 2 FOREGROUND-COLOR IS 2.
          05 VALUE 'W - LISTAS DE TRABALHO DO ANALISTA.'
           LINE 23 COL 2 FOREGROUND-COLOR IS 2.
          05 VALUE 'B - RELATORIOS BATCH SOB PEDIDO.'
           LINE 23 COL 40 FOREGROUND-COLOR IS 2.
          05 VALUE 'COMPETENCIA VIGENTE: ' LINE 1 COL 58
           FOREGROUND-COLOR IS 3.
          05 VALUE 'AMBIENTE: ' LINE 2 COL 58
          05 NUM-CEP-INPUT LINE 7 COL 21 FOREGROUND-COLOR IS 7
           TO WS-NUMERO-BUSCA.

       01 SC-BUSCAR-CONTATO.
          05 VALUE '--------------- *** BUSCA REVERSA POR CONTATO *** --
      -     '---------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE '** INFORME O TELEFONE (DDD E NUMERO) OU O E-MAIL **'
            LINE 2 COL 8 FOREGROUND-COLOR IS 3.
          05 LINE 4 COL 2 VALUE 'DDD: ' FOREGROUND-COLOR IS 2.
          05 CTT-DDD-INPUT LINE 4 COL 7 FOREGROUND-COLOR IS 7
           PIC X(004) TO WS-CTT-DDD-BUSCA.
          05 LINE 4 COL 13 VALUE 'TELEFONE/FAX: ' FOREGROUND-COLOR IS 2.
          05 CTT-FONE-INPUT LINE 4 COL 27 FOREGROUND-COLOR IS 7
           PIC X(008) TO WS-CTT-FONE-BUSCA.
          05 LINE 6 COL 2 VALUE 'E-MAIL: ' FOREGROUND-COLOR IS 2.
          05 CTT-EMAIL-INPUT LINE 6 COL 10 FOREGROUND-COLOR IS 7
           PIC X(070) TO WS-CTT-EMAIL-BUSCA.

       01 SC-COMPARAR-QUADROS.
          05 VALUE '--------------- *** COMPARAR QUADROS SOCIETARIOS *
      -     '** ---------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 APROVA-INPUT LINE 14 COL 39 FOREGROUND-COLOR IS 7
           PIC X TO WS-CONFIRMA-APROVA.

       01 SC-CONFLITO-CORRECAO.
          05 VALUE '---------- *** CONFLITO DE CORRECAO COM A CARGA RFB
      -     ' *** ----------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 FOREGROUND-COLOR IS 7 FROM COR-CNPJ.
          05 LINE 3 COL 30 VALUE 'CAMPO: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 37 PIC X(025) FOREGROUND-COLOR IS 7
           FROM COR-CAMPO.
          05 LINE 4 COL 2 VALUE 'CORRIGIDO POR: ' FOREGROUND-COLOR
           IS 2.
          05 LINE 4 COL 17 PIC X(020) FOREGROUND-COLOR IS 7
           FROM COR-USUARIO.
          05 LINE 4 COL 40 VALUE 'EM: ' FOREGROUND-COLOR IS 2.
          05 LINE 4 COL 44 PIC 9(008) FOREGROUND-COLOR IS 7
           FROM COR-DATA-CORRECAO.
          05 LINE 6 COL 2 VALUE 'RFB NA CORRECAO: ' FOREGROUND-COLOR
           IS 2.
          05 LINE 6 COL 20 PIC X(060) FOREGROUND-COLOR IS 7
           FROM COR-VALOR-RFB.
          05 LINE 7 COL 2 VALUE 'VALOR CORRIGIDO: ' FOREGROUND-COLOR
           IS 2.
          05 LINE 7 COL 20 PIC X(060) FOREGROUND-COLOR IS 6
           FROM COR-VALOR-CORRIGIDO.
          05 LINE 8 COL 2 VALUE 'RFB NA ULT.CARGA: ' FOREGROUND-COLOR
           IS 2.
          05 LINE 8 COL 20 PIC X(060) FOREGROUND-COLOR IS 6
           FROM COR-VALOR-RFB-NOVO.
          05 LINE 10 COL 2 VALUE 'M=MANTER CORRECAO  D=DESCARTAR'
           FOREGROUND-COLOR IS 2.
          05 LINE 10 COL 34 VALUE 'ENTER=PULAR: ' FOREGROUND-COLOR
           IS 2.
          05 DECISAO-COR-INPUT LINE 10 COL 48 FOREGROUND-COLOR IS 7
           PIC X TO WS-COR-DECISAO.

       01 SC-REGISTRAR-CONTESTACAO.
          05 VALUE '------------ *** CONTESTACAO DE DADO JUNTO A RFB ***
      -     ' ------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 PIC X(014) FOREGROUND-COLOR IS 7
           FROM RRE-CNPJ.
          05 LINE 5 COL 2 VALUE 'PROTOCOLO RFB...: ' FOREGROUND-COLOR
           IS 2.
          05 CTT-PROTOCOLO-INPUT LINE 5 COL 20 FOREGROUND-COLOR IS 7
           PIC X(020) TO WS-CTT-PROTOCOLO.
          05 LINE 6 COL 2 VALUE 'CAMPO CONTESTADO: ' FOREGROUND-COLOR
           IS 2.
          05 CTT-CAMPO-INPUT LINE 6 COL 20 FOREGROUND-COLOR IS 7
           PIC X(020) TO WS-CTT-CAMPO.
          05 LINE 7 COL 4 VALUE 'SIT-CADASTRAL MOTIVO-SIT-CAD'
           FOREGROUND-COLOR IS 3.
          05 LINE 7 COL 33
           VALUE 'CNAE-FISCAL NAT-JURIDICA PORTE-EMPRESA'
           FOREGROUND-COLOR IS 3.
          05 LINE 8 COL 4 VALUE 'RAZAO-SOCIAL NOME-FANTASIA LOGRADOURO'
           FOREGROUND-COLOR IS 3.
          05 LINE 8 COL 42 VALUE 'NUMERO COMPLEMENTO BAIRRO'
           FOREGROUND-COLOR IS 3.
          05 LINE 9 COL 4 VALUE 'CEP UF COD-MUNICIPIO'
           FOREGROUND-COLOR IS 3.
          05 LINE 9 COL 25 VALUE 'CORREIO-ELETRONICO DDD-TELEFONE-1'
           FOREGROUND-COLOR IS 3.
          05 LINE 11 COL 2 VALUE 'VALOR NA RFB....: ' FOREGROUND-COLOR
           IS 2.
          05 CTT-CONTESTADO-INPUT LINE 11 COL 20 FOREGROUND-COLOR IS 7
           PIC X(060) TO WS-CTT-VALOR-CONTESTADO.
          05 LINE 12 COL 2 VALUE 'VALOR ESPERADO..: ' FOREGROUND-COLOR
           IS 2.
          05 CTT-ESPERADO-INPUT LINE 12 COL 20 FOREGROUND-COLOR IS 7
           PIC X(060) TO WS-CTT-VALOR-ESPERADO.
          05 LINE 14 COL 2 VALUE 'VALOR NA RFB EM BRANCO = VALOR ATUAL'
           FOREGROUND-COLOR IS 3.
          05 LINE 14 COL 39 VALUE 'DA BASE' FOREGROUND-COLOR IS 3.

       01 SC-ANOTACOES.
          05 VALUE '---------- *** ANOTACOES INTERNAS E DOCUMENTOS DO CN
      -     'PJ *** ----------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 FOREGROUND-COLOR IS 7 FROM WS-CNPJ-ED.
          05 LINE 3 COL 30 VALUE 'TOTAL: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 37 FOREGROUND-COLOR IS 7 FROM WS-QTD-ANT-ED.
          05 VALUE 'DATA     TIPO      CATEGORIA       AUTOR'
           LINE 4 COL 2 FOREGROUND-COLOR IS 3.
          05 VALUE 'SITUACAO  VALIDADE' LINE 4 COL 58
           FOREGROUND-COLOR IS 3.
          05 LINE 5 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(1).
          05 LINE 6 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(2).
          05 LINE 7 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(3).
          05 LINE 8 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(4).
          05 LINE 9 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(5).
          05 LINE 10 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(6).
          05 LINE 11 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(7).
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(8).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(9).
          05 LINE 14 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(10).
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(11).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(12).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(13).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(14).
          05 LINE 19 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(15).
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-ANT-LINHA(16).
          05 LINE 22 COL 2 VALUE 'I-INCLUIR ANOTACAO  D-INCLUIR'
           FOREGROUND-COLOR IS 3.
          05 LINE 22 COL 32 VALUE 'DOCUMENTO  ENTER-VOLTA A FICHA'
           FOREGROUND-COLOR IS 3.

       01 SC-SANCOES.
          05 VALUE '------- *** SANCOES VIGENTES - CEIS / CNEP (RAIZ DO
      -     'CNPJ) *** -------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 FOREGROUND-COLOR IS 7 FROM WS-CNPJ-ED.
          05 LINE 3 COL 30 VALUE 'VIGENTES: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 40 FOREGROUND-COLOR IS 4 FROM WS-QTD-SAN-ED.
          05 VALUE 'ORIG INICIO   FIM      CNPJ SANCIONADO TIPO DE SANCA
      -     'O' LINE 4 COL 2 FOREGROUND-COLOR IS 3.
          05 VALUE '     ORGAO SANCIONADOR / UF' LINE 5 COL 2
           FOREGROUND-COLOR IS 3.
          05 LINE 6 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(1).
          05 LINE 7 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(2).
          05 LINE 8 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(3).
          05 LINE 9 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(4).
          05 LINE 10 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(5).
          05 LINE 11 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(6).
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(7).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(8).
          05 LINE 14 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(9).
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(10).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(11).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(12).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(13).
          05 LINE 19 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(14).
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(15).
          05 LINE 21 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-SAN-LINHA(16).
          05 LINE 23 COL 2 VALUE 'ENTER-VOLTA A FICHA'
           FOREGROUND-COLOR IS 3.

       01 SC-INSCRICOES-ESTADUAIS.
          05 VALUE '---------- *** INSCRICOES ESTADUAIS (CONTRIBUINTE DO
      -     ' ICMS) *** ----------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 FOREGROUND-COLOR IS 7 FROM WS-CNPJ-ED.
          05 LINE 3 COL 30 VALUE 'UF DO ESTABELECIMENTO: '
           FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 53 PIC XX FOREGROUND-COLOR IS 7 FROM RRE-UF.
          05 VALUE 'UF INSCRICAO      SITUACAO  DT.SIT.     REGIME DE AP
      -     'URACAO   CARGA' LINE 5 COL 2 FOREGROUND-COLOR IS 3.
          05 LINE 6 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(1).
          05 LINE 7 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(2).
          05 LINE 8 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(3).
          05 LINE 9 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(4).
          05 LINE 10 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(5).
          05 LINE 11 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(6).
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(7).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(8).
          05 LINE 14 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(9).
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(10).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(11).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(12).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(13).
          05 LINE 19 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(14).
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(15).
          05 LINE 21 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-IEE-LINHA(16).
          05 LINE 23 COL 2 VALUE 'ENTER-VOLTA A FICHA'
           FOREGROUND-COLOR IS 3.

       01 SC-INCLUIR-ANOTACAO.
          05 VALUE '------------ *** INCLUSAO DE ANOTACAO / DOCUMENTO **
      -     '* ------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 PIC X(014) FOREGROUND-COLOR IS 7
           FROM RRE-CNPJ.
          05 LINE 3 COL 30 VALUE 'TIPO: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 36 PIC X(009) FOREGROUND-COLOR IS 7
           FROM WS-ANT-TIPO-ED.
          05 LINE 5 COL 2 VALUE 'CATEGORIA.......: ' FOREGROUND-COLOR
           IS 2.
          05 ANT-CATEGORIA-INPUT LINE 5 COL 20 FOREGROUND-COLOR IS 7
           PIC X(015) TO WS-ANT-CATEGORIA-INC.
          05 LINE 6 COL 4 VALUE 'EX.: CADASTRO, RISCO, VISITA,'
           FOREGROUND-COLOR IS 3.
          05 LINE 6 COL 34 VALUE 'JURIDICO, SOCIETARIO'
           FOREGROUND-COLOR IS 3.
          05 LINE 8 COL 2 VALUE 'TEXTO:' FOREGROUND-COLOR IS 2.
          05 ANT-TEXTO1-INPUT LINE 9 COL 2 FOREGROUND-COLOR IS 7
           PIC X(075) TO WS-ANT-TEXTO-INC-1.
          05 ANT-TEXTO2-INPUT LINE 10 COL 2 FOREGROUND-COLOR IS 7
           PIC X(075) TO WS-ANT-TEXTO-INC-2.
          05 LINE 12 COL 2 VALUE 'VALIDADE........: ' FOREGROUND-COLOR
           IS 2.
          05 ANT-VALIDADE-INPUT LINE 12 COL 20 FOREGROUND-COLOR IS 7
           PIC X(008) TO WS-ANT-VALIDADE-INC.
          05 LINE 12 COL 30 VALUE '(AAAAMMDD - EM BRANCO = SEM'
           FOREGROUND-COLOR IS 3.
          05 LINE 12 COL 58 VALUE 'VALIDADE)' FOREGROUND-COLOR IS 3.
          05 LINE 14 COL 2 VALUE 'SO PARA DOCUMENTO:' FOREGROUND-COLOR
           IS 3.
          05 LINE 15 COL 2 VALUE 'TIPO DOCUMENTO..: ' FOREGROUND-COLOR
           IS 2.
          05 ANT-DOC-TIPO-INPUT LINE 15 COL 20 FOREGROUND-COLOR IS 7
           PIC X(020) TO WS-ANT-DOC-TIPO-INC.
          05 LINE 16 COL 4 VALUE 'EX.: CONTRATO SOCIAL, PROCURACAO,'
           FOREGROUND-COLOR IS 3.
          05 LINE 16 COL 38 VALUE 'LAUDO DE VISITA' FOREGROUND-COLOR
           IS 3.
          05 LINE 17 COL 2 VALUE 'NUMERO..........: ' FOREGROUND-COLOR
           IS 2.
          05 ANT-DOC-NUMERO-INPUT LINE 17 COL 20 FOREGROUND-COLOR IS 7
           PIC X(020) TO WS-ANT-DOC-NUMERO-INC.
          05 LINE 18 COL 2 VALUE 'LOCAL DE GUARDA.: ' FOREGROUND-COLOR
           IS 2.
          05 ANT-DOC-LOCAL-INPUT LINE 18 COL 20 FOREGROUND-COLOR IS 7
           PIC X(060) TO WS-ANT-DOC-LOCAL-INC.

       01 SC-BUSCAR-REPRESENTANTE.
          05 VALUE '--------------- *** BUSCA POR REPRESENTANTE LEGAL *
      -     '** ---------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LISTA-PJ-SEL-INPUT LINE 22 COL 2 FOREGROUND-COLOR IS 7
           PIC X(02) TO WS-LISTA-COMANDO-SEL.

       01 SC-LISTA-MARCAR-DICA.
          05 VALUE '** M-MARCAR LINHAS DESTA PAGINA EM LISTA DE '
            LINE 23 COL 2 FOREGROUND-COLOR IS 3.
          05 VALUE 'TRABALHO **' LINE 23 COL 46 FOREGROUND-COLOR IS 3.

       01 SC-MARCAR-LISTA.
          05 LINE 19 COL 2 VALUE 'LISTA DE TRABALHO: ' FOREGROUND-COLOR
           IS 2.
          05 LTB-NOME-INPUT LINE 19 COL 21 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-LTB-NOME-ATIVA TO WS-LTB-NOME-ATIVA.
          05 LINE 23 COL 2 VALUE 'LINHAS A MARCAR..: ' FOREGROUND-COLOR
           IS 2.
          05 LTB-LINHAS-INPUT LINE 23 COL 21 FOREGROUND-COLOR IS 7
           PIC X(045) TO WS-LTB-LINHAS.
          05 LINE 24 COL 2 VALUE '(EX.: 01 03 12  OU  T = TODAS AS '
           FOREGROUND-COLOR IS 3.
          05 LINE 24 COL 35 VALUE 'LINHAS DA PAGINA)           '
           FOREGROUND-COLOR IS 3.

       01 SC-MARCAR-FICHA.
          05 VALUE '------------ *** MARCAR EMPRESA EM LISTA DE '
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'TRABALHO *** ------------' LINE 1 COL 45
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 8 PIC X(014) FOREGROUND-COLOR IS 7
           FROM RRE-CNPJ.
          05 LINE 4 COL 2 PIC X(070) FOREGROUND-COLOR IS 7
           FROM RRE-RAZAO-SOCIAL.
          05 LINE 6 COL 2 VALUE 'LISTA DE TRABALHO: ' FOREGROUND-COLOR
           IS 2.
          05 LTB-NOME-FICHA-INPUT LINE 6 COL 21 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-LTB-NOME-ATIVA TO WS-LTB-NOME-ATIVA.
          05 LINE 8 COL 2 VALUE 'A LISTA E CRIADA NA PRIMEIRA MARCACAO.'
           FOREGROUND-COLOR IS 3.
          05 LINE 8 COL 41 VALUE 'EM BRANCO = NAO MARCA.'
           FOREGROUND-COLOR IS 3.

       01 SC-LISTAS-TRABALHO.
          05 VALUE '------------- *** LISTAS DE TRABALHO DO '
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'ANALISTA *** -------------' LINE 1 COL 41
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'USUARIO: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 11 PIC X(020) FOREGROUND-COLOR IS 7
           FROM WS-USUARIO-LOGADO.
          05 LINE 4 COL 2 VALUE 'LISTA                 QTDE CNPJS'
           FOREGROUND-COLOR IS 3.
          05 LINE 5 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(1).
          05 LINE 6 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(2).
          05 LINE 7 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(3).
          05 LINE 8 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(4).
          05 LINE 9 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(5).
          05 LINE 10 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(6).
          05 LINE 11 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(7).
          05 LINE 12 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(8).
          05 LINE 13 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(9).
          05 LINE 14 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(10).
          05 LINE 15 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(11).
          05 LINE 16 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(12).
          05 LINE 17 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(13).
          05 LINE 18 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(14).
          05 LINE 19 COL 2 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-LTB-LINHA-TELA(15).
          05 LINE 20 COL 2 VALUE 'LISTA: ' FOREGROUND-COLOR IS 2.
          05 LTB-LISTA-SEL-INPUT LINE 20 COL 9 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-LTB-NOME-SEL TO WS-LTB-NOME-SEL.
          05 LINE 20 COL 32 VALUE 'ACAO: ' FOREGROUND-COLOR IS 2.
          05 LTB-ACAO-INPUT LINE 20 COL 38 FOREGROUND-COLOR IS 7
           PIC X TO WS-LTB-ACAO.
          05 LINE 21 COL 2 VALUE '1-REABRIR  2-EXPORTAR CSV  '
           FOREGROUND-COLOR IS 3.
          05 LINE 21 COL 29 VALUE
           '3-ENVIAR AO ENRIQUECIMENTO DE CARTEIRA'
           FOREGROUND-COLOR IS 3.
          05 LINE 22 COL 2 VALUE '4-INCLUIR NA WATCHLIST  '
           FOREGROUND-COLOR IS 3.
          05 LINE 22 COL 26 VALUE '5-EXCLUIR A LISTA  EM BRANCO-VOLTAR'
           FOREGROUND-COLOR IS 3.

       01 SC-RELATORIOS-BATCH.
          05 VALUE '------------- *** RELATORIOS BATCH SOB '
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'PEDIDO *** -------------' LINE 1 COL 41
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'RELATORIOS DISPONIVEIS:'
           FOREGROUND-COLOR IS 3.
          05 LINE 4 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(1).
          05 LINE 5 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(2).
          05 LINE 6 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(3).
          05 LINE 7 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(4).
          05 LINE 8 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(5).
          05 LINE 9 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(6).
          05 LINE 10 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(7).
          05 LINE 11 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(8).
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(9).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-REL-LINHA-TELA(10).
          05 LINE 14 COL 2 VALUE
           'MEUS PEDIDOS (MAIS RECENTES PRIMEIRO):'
           FOREGROUND-COLOR IS 3.
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(1).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(2).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(3).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(4).
          05 LINE 19 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(5).
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(6).
          05 LINE 21 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-PRL-LINHA-TELA(7).
          05 LINE 22 COL 2 VALUE 'ACAO: ' FOREGROUND-COLOR IS 2.
          05 PRL-ACAO-INPUT LINE 22 COL 8 FOREGROUND-COLOR IS 7
           PIC X TO WS-PRL-ACAO.
          05 LINE 22 COL 12 VALUE 'NUMERO: ' FOREGROUND-COLOR IS 2.
          05 PRL-NUMERO-INPUT LINE 22 COL 20 FOREGROUND-COLOR IS 7
           PIC 99 TO WS-PRL-NUMERO.
          05 LINE 23 COL 2 VALUE 'S-SOLICITAR O RELATORIO NN  '
           FOREGROUND-COLOR IS 3.
          05 LINE 23 COL 30 VALUE 'V-2A VIA DO PEDIDO NN  '
           FOREGROUND-COLOR IS 3.
          05 LINE 23 COL 53 VALUE 'A-ATUALIZAR  BRANCO-VOLTAR'
           FOREGROUND-COLOR IS 3.

       01 SC-PARAMETROS-RELATORIO.
          05 VALUE '------------- *** SOLICITACAO DE RELATORIO '
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'BATCH *** -------------' LINE 1 COL 45
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'RELATORIO: ' FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 13 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-PRL-PROG-TELA.
          05 LINE 4 COL 13 PIC X(040) FOREGROUND-COLOR IS 7
           FROM WS-PRL-DESC-TELA.
          05 LINE 6 COL 2 PIC X(030) FOREGROUND-COLOR IS 2
           FROM WS-PRL-ROTULO(1).
          05 PRL-PARM1-INPUT LINE 6 COL 34 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-PRL-PARM-INC(1)
           TO WS-PRL-PARM-INC(1).
          05 LINE 6 COL 56 PIC X(020) FOREGROUND-COLOR IS 3
           FROM WS-PRL-DICA(1).
          05 LINE 8 COL 2 PIC X(030) FOREGROUND-COLOR IS 2
           FROM WS-PRL-ROTULO(2).
          05 PRL-PARM2-INPUT LINE 8 COL 34 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-PRL-PARM-INC(2)
           TO WS-PRL-PARM-INC(2).
          05 LINE 8 COL 56 PIC X(020) FOREGROUND-COLOR IS 3
           FROM WS-PRL-DICA(2).
          05 LINE 10 COL 2 PIC X(030) FOREGROUND-COLOR IS 2
           FROM WS-PRL-ROTULO(3).
          05 PRL-PARM3-INPUT LINE 10 COL 34 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-PRL-PARM-INC(3)
           TO WS-PRL-PARM-INC(3).
          05 LINE 10 COL 56 PIC X(020) FOREGROUND-COLOR IS 3
           FROM WS-PRL-DICA(3).
          05 LINE 12 COL 2 PIC X(030) FOREGROUND-COLOR IS 2
           FROM WS-PRL-ROTULO(4).
          05 PRL-PARM4-INPUT LINE 12 COL 34 FOREGROUND-COLOR IS 7
           PIC X(020) FROM WS-PRL-PARM-INC(4)
           TO WS-PRL-PARM-INC(4).
          05 LINE 12 COL 56 PIC X(020) FOREGROUND-COLOR IS 3
           FROM WS-PRL-DICA(4).
          05 LINE 15 COL 2 VALUE 'O PEDIDO ENTRA NA FILA E E ATENDIDO '
           FOREGROUND-COLOR IS 3.
          05 LINE 15 COL 38 VALUE 'NA PROXIMA JANELA BATCH.'
           FOREGROUND-COLOR IS 3.
          05 LINE 17 COL 2 VALUE 'CONFIRMA A SOLICITACAO (S/N): '
           FOREGROUND-COLOR IS 2.
          05 PRL-CONFIRMA-INPUT LINE 17 COL 32 FOREGROUND-COLOR IS 7
           PIC X TO WS-PRL-CONFIRMA.

       01 SC-NAVEGACAO-SOCIETARIA.
          05 VALUE '------------- *** NAVEGACAO PELO QUADRO '
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'SOCIETARIO *** -------------' LINE 1 COL 41
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 PIC X(078) FOREGROUND-COLOR IS 4
           FROM WS-NAV-CABECALHO.
          05 LINE 4 COL 2 PIC X(078) FOREGROUND-COLOR IS 3
           FROM WS-NAV-CAB-LISTA.
          05 LINE 5 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(1).
          05 LINE 6 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(2).
          05 LINE 7 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(3).
          05 LINE 8 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(4).
          05 LINE 9 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(5).
          05 LINE 10 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(6).
          05 LINE 11 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(7).
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(8).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(9).
          05 LINE 14 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(10).
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(11).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(12).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(13).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-NAV-LINHA-TELA(14).
          05 LINE 19 COL 2 VALUE 'CAMINHO PERCORRIDO:'
           FOREGROUND-COLOR IS 3.
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 6
           FROM WS-NAV-CAMINHO-LINHA(1).
          05 LINE 21 COL 2 PIC X(078) FOREGROUND-COLOR IS 6
           FROM WS-NAV-CAMINHO-LINHA(2).
          05 LINE 22 COL 2 PIC X(078) FOREGROUND-COLOR IS 6
           FROM WS-NAV-CAMINHO-LINHA(3).
          05 LINE 23 COL 2 VALUE 'OPCAO: ' FOREGROUND-COLOR IS 2.
          05 NAV-OPCAO-INPUT LINE 23 COL 9 FOREGROUND-COLOR IS 7
           PIC X(002) TO WS-NAV-OPCAO.
          05 LINE 23 COL 13 VALUE 'NN-SEGUIR  F-FICHA  V-VOLTAR  '
           FOREGROUND-COLOR IS 3.
          05 LINE 23 COL 43 VALUE 'I-IMPRIMIR CAMINHO  BRANCO-SAIR'
           FOREGROUND-COLOR IS 3.

       01 SC-CAMINHO-VINCULO.
          05 VALUE '------------- *** CAMINHO DE VINCULO '
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'SOCIETARIO *** ----------------' LINE 1 COL 38
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2
           VALUE 'ORIGEM  - TIPO (J=CNPJ F=CPF P=PESSOA):'
           FOREGROUND-COLOR IS 2.
          05 CVN-ORIGEM-TIPO-INPUT LINE 3 COL 42 FOREGROUND-COLOR IS 7
           PIC X USING WS-CVN-ORIGEM-TIPO.
          05 LINE 3 COL 45 VALUE 'CHAVE: ' FOREGROUND-COLOR IS 2.
          05 CVN-ORIGEM-CHAVE-INPUT LINE 3 COL 52 FOREGROUND-COLOR IS 7
           PIC X(014) USING WS-CVN-ORIGEM-CHAVE.
          05 LINE 4 COL 2
           VALUE 'DESTINO - TIPO (J=CNPJ F=CPF P=PESSOA):'
           FOREGROUND-COLOR IS 2.
          05 CVN-DESTINO-TIPO-INPUT LINE 4 COL 42 FOREGROUND-COLOR IS 7
           PIC X USING WS-CVN-DESTINO-TIPO.
          05 LINE 4 COL 45 VALUE 'CHAVE: ' FOREGROUND-COLOR IS 2.
          05 CVN-DESTINO-CHAVE-INPUT LINE 4 COL 52 FOREGROUND-COLOR IS 7
           PIC X(014) USING WS-CVN-DESTINO-CHAVE.
          05 LINE 5 COL 2 VALUE 'LIMITE DE GRAUS (1 A 10, ZERO = 6):'
           FOREGROUND-COLOR IS 2.
          05 CVN-GRAUS-INPUT LINE 5 COL 42 FOREGROUND-COLOR IS 7
           PIC 99 USING WS-CVN-GRAUS.
          05 LINE 7 COL 2 VALUE 'ORIGEM : ' FOREGROUND-COLOR IS 2.
          05 LINE 7 COL 11 PIC X(060) FOREGROUND-COLOR IS 7
           FROM RCV-ORIGEM-NOME.
          05 LINE 8 COL 2 VALUE 'DESTINO: ' FOREGROUND-COLOR IS 2.
          05 LINE 8 COL 11 PIC X(060) FOREGROUND-COLOR IS 7
           FROM RCV-DESTINO-NOME.
          05 LINE 9 COL 2 PIC X(070) FOREGROUND-COLOR IS 6
           FROM RCV-MENSAGEM.
          05 LINE 10 COL 2 PIC X(078) FOREGROUND-COLOR IS 3
           FROM WS-CVN-CAB-LISTA.
          05 LINE 11 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(1).
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(2).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(3).
          05 LINE 14 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(4).
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(5).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(6).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(7).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(8).
          05 LINE 19 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(9).
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-CVN-LINHA-TELA(10).
          05 LINE 22 COL 2 VALUE 'OPCAO: ' FOREGROUND-COLOR IS 2.
          05 CVN-OPCAO-INPUT LINE 22 COL 9 FOREGROUND-COLOR IS 7
           PIC X USING WS-CVN-OPCAO.
          05 LINE 22 COL 13 VALUE 'BRANCO-BUSCAR  I-IMPRIMIR CAMINHO  '
           FOREGROUND-COLOR IS 3.
          05 LINE 22 COL 48 VALUE 'V-VOLTAR' FOREGROUND-COLOR IS 3.

       01 SC-VERIFICAR-COMPROVANTE.
          05 VALUE '----------- *** VERIFICAR COMPROVANTE DE CON'
            LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE 'SULTA CADASTRAL *** -----------' LINE 1 COL 46
            FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'CODIGO DE AUTENTICIDADE: '
           FOREGROUND-COLOR IS 2.
          05 CPV-CODIGO-INPUT LINE 3 COL 27 FOREGROUND-COLOR IS 7
           PIC X(018) USING WS-CPV-CODIGO-DIG.
          05 LINE 4 COL 2 PIC X(070) FOREGROUND-COLOR IS 6
           FROM RCP-MENSAGEM.
          05 LINE 5 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 5 COL 8 PIC X(014) FOREGROUND-COLOR IS 7
           FROM RCP-CNPJ.
          05 LINE 5 COL 25 VALUE 'COMPETENCIA: ' FOREGROUND-COLOR IS 2.
          05 LINE 5 COL 38 PIC X(006) FOREGROUND-COLOR IS 7
           FROM RCP-COMPETENCIA.
          05 LINE 5 COL 47 VALUE 'ORIGEM: ' FOREGROUND-COLOR IS 2.
          05 LINE 5 COL 55 PIC X(008) FOREGROUND-COLOR IS 7
           FROM RCP-ORIGEM.
          05 LINE 6 COL 2 VALUE 'EMITIDO EM: ' FOREGROUND-COLOR IS 2.
          05 LINE 6 COL 14 PIC X(019) FOREGROUND-COLOR IS 7
           FROM WS-CPV-EMISSAO-ED.
          05 LINE 6 COL 35 VALUE 'POR: ' FOREGROUND-COLOR IS 2.
          05 LINE 6 COL 40 PIC X(020) FOREGROUND-COLOR IS 7
           FROM RCP-USUARIO.
          05 LINE 8 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(1).
          05 LINE 9 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(2).
          05 LINE 10 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(3).
          05 LINE 11 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(4).
          05 LINE 12 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(5).
          05 LINE 13 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(6).
          05 LINE 14 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(7).
          05 LINE 15 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(8).
          05 LINE 16 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(9).
          05 LINE 17 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(10).
          05 LINE 18 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(11).
          05 LINE 19 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(12).
          05 LINE 20 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(13).
          05 LINE 21 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(14).
          05 LINE 22 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-CPV-LINHA-TELA(15).
          05 LINE 23 COL 2 VALUE 'OPCAO: ' FOREGROUND-COLOR IS 2.
          05 CPV-OPCAO-INPUT LINE 23 COL 9 FOREGROUND-COLOR IS 7
           PIC X USING WS-CPV-OPCAO.
          05 LINE 23 COL 13 VALUE 'BRANCO-VERIFICAR  P-PAGINA SEGUINTE'
           FOREGROUND-COLOR IS 3.
          05 LINE 23 COL 50 VALUE 'V-VOLTAR' FOREGROUND-COLOR IS 3.

       01 SC-LISTAR-PF.
          05 VALUE '--------------- *** SOCIOS ENCONTRADOS *** --------
      -     '-----------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
           FOREGROUND-COLOR IS 2.
          05 TIPOLOG-INPUT LINE 12 COL 19 FOREGROUND-COLOR IS 7
           FROM RRE-TIPO-LOGRADOURO.
          05 LINE 12 COL 45 VALUE 'SANCOES VIG.: ' FOREGROUND-COLOR IS
           2.
          05 QTDSANCAO-INPUT LINE 12 COL 59 FOREGROUND-COLOR IS 4
           FROM WS-QTD-SAN-ED.
          05 LINE 12 COL 63 VALUE '(S-VER)' FOREGROUND-COLOR IS 3.
          05 LINE 13 COL 2 VALUE 'LOGRADOURO: ' FOREGROUND-COLOR IS 2.
          05 LOGRA-INPUT LINE 13 COL 13 FOREGROUND-COLOR IS 7
           FROM RRE-LOGRADOURO.
               2.
          05 CAPSOCIAL-INPUT LINE 19 COL 35 FOREGROUND-COLOR IS 7
           FROM WS-CAPITAL-SOCIAL.
          05 LINE 19 COL 55 VALUE 'IE: ' FOREGROUND-COLOR IS 2.
          05 INSCESTADUAL-INPUT LINE 19 COL 59 FOREGROUND-COLOR IS 7
           FROM WS-IEE-FICHA-ED.
          05 LINE 19 COL 74 VALUE '(E-VER)' FOREGROUND-COLOR IS 3.
          05 LINE 20 COL 2 VALUE 'PORTE: ' FOREGROUND-COLOR IS 2.
          05 PORTE-INPUT LINE 20 COL 9 FOREGROUND-COLOR IS 7
           FROM WS-PORTE.
           FOREGROUND-COLOR IS 2.
          05 DTEXSIMPLES-INPUT LINE 21 COL 52 FOREGROUND-COLOR IS 7
           FROM RRE-DATA-EXCLUSAO-SIMPLES.
          05 LINE 21 COL 61 VALUE 'ANOTAC.: ' FOREGROUND-COLOR IS 2.
          05 QTDANOT-INPUT LINE 21 COL 70 FOREGROUND-COLOR IS 6
           FROM WS-QTD-ANT-ED.
          05 LINE 21 COL 74 VALUE '(N-VER)' FOREGROUND-COLOR IS 3.
          05 LINE 23 COL 30 VALUE 'OPCAO MEI: '
           FOREGROUND-COLOR IS 2.
          05 OPMEI-INPUT LINE 23 COL 41 FOREGROUND-COLOR IS 7
           FOREGROUND-COLOR IS 2.
          05 DTSITESPECIAL-INPUT LINE 23 COL 19 FOREGROUND-COLOR IS 7
           FROM RRE-DATA-SIT-ESPECIAL.
          05 LINE 23 COL 45 VALUE 'BENEF.FINAIS: ' FOREGROUND-COLOR IS
               2.
          05 QTDBENEF-INPUT LINE 23 COL 59 FOREGROUND-COLOR IS 6
           FROM WS-QTD-BEN-ED.
          05 LINE 23 COL 62 VALUE '(B-VER)' FOREGROUND-COLOR IS 3.
          05 LINE 24 COL 2 VALUE 'QTDE SOCIOS: ' FOREGROUND-COLOR IS 2.
          05 QTDESOCIOS-INPUT LINE 24 COL 16 FOREGROUND-COLOR IS 7
           FROM WS-TOTAL-SOCIOS-EMP.
           FROM WS-ESCORE-RISCO-ED.
          05 FAIXARISCO-INPUT LINE 25 COL 74 FOREGROUND-COLOR IS 6
           FROM WS-FAIXA-RISCO-ED.
          05 LINE 24 COL 61 VALUE 'RISCO REDE: ' FOREGROUND-COLOR IS 2.
          05 ESCOREREDE-INPUT LINE 24 COL 73 FOREGROUND-COLOR IS 6
           FROM WS-ESCORE-REDE-ED.
          05 FAIXAREDE-INPUT LINE 24 COL 77 FOREGROUND-COLOR IS 6
           FROM WS-FAIXA-REDE-ED.

       01 SC-EXIBIR-PJ-CNAE-SEC.
          05 VALUE 'CNAE(S) SECUNDARIA(S):' LINE 26 COL 2
          05 LINE 12 COL 2 PIC X(060) FOREGROUND-COLOR IS 7
           FROM WS-HCAP-LINHA(8).

       01 SC-BENEFICIARIOS-FINAIS.
          05 VALUE '------------- *** BENEFICIARIOS FINAIS (PLD) *** ---
      -     '-----------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 2 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 2 COL 8 FOREGROUND-COLOR IS 7 FROM WS-CNPJ-ED.
          05 VALUE 'CPF / NOME / PART.EFETIVA % / NIVEL / ELO'
           LINE 4 COL 2 FOREGROUND-COLOR IS 3.
          05 LINE 5 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(1).
          05 LINE 6 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(2).
          05 LINE 7 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(3).
          05 LINE 8 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(4).
          05 LINE 9 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(5).
          05 LINE 10 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(6).
          05 LINE 11 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(7).
          05 LINE 12 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-BEN-LINHA(8).

       01 SC-LINHA-TEMPO.
          05 VALUE '------------- *** LINHA DO TEMPO DO CNPJ *** -------
      -     '------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 2 COL 2 VALUE 'CNPJ: ' FOREGROUND-COLOR IS 2.
          05 LINE 2 COL 8 FOREGROUND-COLOR IS 7 FROM WS-CNPJ-ED.
          05 VALUE 'DATA       EVENTO          ANTERIOR' LINE 4 COL 2
           FOREGROUND-COLOR IS 3.
          05 VALUE 'NOVO               ORIGEM' LINE 4 COL 48
           FOREGROUND-COLOR IS 3.
          05 LINE 5 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(1).
          05 LINE 6 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(2).
          05 LINE 7 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(3).
          05 LINE 8 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(4).
          05 LINE 9 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(5).
          05 LINE 10 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(6).
          05 LINE 11 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(7).
          05 LINE 12 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(8).
          05 LINE 13 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(9).
          05 LINE 14 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(10).
          05 LINE 15 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(11).
          05 LINE 16 COL 2 PIC X(076) FOREGROUND-COLOR IS 7
           FROM WS-PAG-LTP-LINHA(12).

       01 SC-PAINEL-MALHA.
          05 VALUE '------------ *** PAINEL OPERACIONAL DA MALHA BATCH'
           LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE ' *** ------------' LINE 1 COL 51
           FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'SEMAFORO DA CARGA.: '
           FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SEMAFORO-CARGA.
          05 LINE 4 COL 2 VALUE 'PRE-VALIDACAO.....: '
           FOREGROUND-COLOR IS 2.
          05 LINE 4 COL 22 PIC X(058) FOREGROUND-COLOR IS 7
           FROM WS-MLH-GONOGO-TEXTO.
          05 LINE 5 COL 2 VALUE 'EXECUCAO DA CARGA.: '
           FOREGROUND-COLOR IS 2.
          05 LINE 5 COL 22 PIC X(058) FOREGROUND-COLOR IS 7
           FROM WS-MLH-CARGA-TEXTO.
          05 LINE 6 COL 2 VALUE 'CONTADORES........: '
           FOREGROUND-COLOR IS 2.
          05 LINE 6 COL 22 PIC X(058) FOREGROUND-COLOR IS 7
           FROM WS-MLH-CARGA-CONTADORES.
          05 LINE 7 COL 2 VALUE 'GOLDEN QUERIES....: '
           FOREGROUND-COLOR IS 2.
          05 LINE 7 COL 22 PIC X(058) FOREGROUND-COLOR IS 7
           FROM WS-MLH-GOLDEN-TEXTO.
          05 LINE 8 COL 2 VALUE 'CARGA ANOMALA.....: '
           FOREGROUND-COLOR IS 2.
          05 LINE 8 COL 22 PIC X(058) FOREGROUND-COLOR IS 7
           FROM WS-MLH-ANOMALA-TEXTO.
          05 LINE 10 COL 2 VALUE 'SEMAFORO DA MALHA.: '
           FOREGROUND-COLOR IS 2.
          05 LINE 10 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SEMAFORO-MALHA.
          05 LINE 10 COL 32 VALUE 'EXECUTADA EM: ' FOREGROUND-COLOR
           IS 2.
          05 LINE 10 COL 46 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-DATA-MALHA.
          05 VALUE 'SL OR PROGRAMA                 RC   RESULTADO'
           LINE 11 COL 2 FOREGROUND-COLOR IS 3.
          05 VALUE 'VEREDICTO    DURACAO  SEMAFORO' LINE 11 COL 50
           FOREGROUND-COLOR IS 3.
          05 LINE 12 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(1).
          05 LINE 13 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(2).
          05 LINE 14 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(3).
          05 LINE 15 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(4).
          05 LINE 16 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(5).
          05 LINE 17 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(6).
          05 LINE 18 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(7).
          05 LINE 19 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(8).
          05 LINE 20 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(9).
          05 LINE 21 COL 2 PIC X(078) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LINHA(10).
          05 VALUE '** LINHA PARA DETALHAR  N-PROXIMA PAGINA  '
           LINE 22 COL 2 FOREGROUND-COLOR IS 3.
          05 VALUE 'ENTER-VOLTAR **' LINE 22 COL 44
           FOREGROUND-COLOR IS 3.
          05 PAINEL-MALHA-SEL-INPUT LINE 22 COL 60
           FOREGROUND-COLOR IS 7 PIC X(02) TO WS-LISTA-COMANDO-SEL.

       01 SC-DETALHE-PASSO-MALHA.
          05 VALUE '--------------- *** DETALHE DO PASSO DA MALHA ***'
           LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 VALUE ' ---------------' LINE 1 COL 50
           FOREGROUND-COLOR IS 3.
          05 LINE 3 COL 2 VALUE 'ORDEM.............: '
           FOREGROUND-COLOR IS 2.
          05 LINE 3 COL 22 PIC X(002) FOREGROUND-COLOR IS 7
           FROM WS-MLH-ORDEM(WS-MLH-DET-IDX).
          05 LINE 4 COL 2 VALUE 'PROGRAMA..........: '
           FOREGROUND-COLOR IS 2.
          05 LINE 4 COL 22 PIC X(030) FOREGROUND-COLOR IS 7
           FROM WS-MLH-PROGRAMA(WS-MLH-DET-IDX).
          05 LINE 5 COL 2 VALUE 'DATA DA MALHA.....: '
           FOREGROUND-COLOR IS 2.
          05 LINE 5 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-DATA(WS-MLH-DET-IDX).
          05 LINE 6 COL 2 VALUE 'HORA DE INICIO....: '
           FOREGROUND-COLOR IS 2.
          05 LINE 6 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-HORA-INI(WS-MLH-DET-IDX).
          05 LINE 7 COL 2 VALUE 'HORA DE TERMINO...: '
           FOREGROUND-COLOR IS 2.
          05 LINE 7 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-HORA-FIM(WS-MLH-DET-IDX).
          05 LINE 8 COL 2 VALUE 'DURACAO...........: '
           FOREGROUND-COLOR IS 2.
          05 LINE 8 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-DURACAO(WS-MLH-DET-IDX).
          05 LINE 9 COL 2 VALUE 'CODIGO DE RETORNO.: '
           FOREGROUND-COLOR IS 2.
          05 LINE 9 COL 22 PIC X(004) FOREGROUND-COLOR IS 7
           FROM WS-MLH-RC(WS-MLH-DET-IDX).
          05 LINE 10 COL 2 VALUE 'RESULTADO NA MALHA: '
           FOREGROUND-COLOR IS 2.
          05 LINE 10 COL 22 PIC X(012) FOREGROUND-COLOR IS 7
           FROM WS-MLH-RESULTADO(WS-MLH-DET-IDX).
          05 LINE 11 COL 2 VALUE 'SEMAFORO..........: '
           FOREGROUND-COLOR IS 2.
          05 LINE 11 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SEMAFORO(WS-MLH-DET-IDX).
          05 VALUE 'SUMARIO DE EXECUCAO DO PROGRAMA' LINE 13 COL 2
           FOREGROUND-COLOR IS 3.
          05 LINE 14 COL 2 VALUE 'HORA DO SUMARIO...: '
           FOREGROUND-COLOR IS 2.
          05 LINE 14 COL 22 PIC X(008) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SUM-HORA(WS-MLH-DET-IDX).
          05 LINE 15 COL 2 VALUE 'RC NO SUMARIO.....: '
           FOREGROUND-COLOR IS 2.
          05 LINE 15 COL 22 PIC X(004) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SUM-RC(WS-MLH-DET-IDX).
          05 LINE 16 COL 2 VALUE 'VEREDICTO.........: '
           FOREGROUND-COLOR IS 2.
          05 LINE 16 COL 22 PIC X(016) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SUM-VEREDICTO(WS-MLH-DET-IDX).
          05 LINE 17 COL 2 VALUE 'CONTADORES........: '
           FOREGROUND-COLOR IS 2.
          05 LINE 17 COL 22 PIC X(050) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SUM-CONTADORES(WS-MLH-DET-IDX)(1:50).
          05 LINE 18 COL 22 PIC X(050) FOREGROUND-COLOR IS 7
           FROM WS-MLH-SUM-CONTADORES(WS-MLH-DET-IDX)(51:50).
          05 LINE 20 COL 2 VALUE 'LOG DO PROCESSO...: '
           FOREGROUND-COLOR IS 2.
          05 LINE 20 COL 22 PIC X(058) FOREGROUND-COLOR IS 7
           FROM WS-MLH-LOG-PASSO.

       01 SC-EXIBIR-PF.
          05 VALUE '------------------- *** LISTAR DADOS PESSOA FISICA
      -     ' *** -------------' LINE 1 COL 1 FOREGROUND-COLOR IS 3.
          05 LINE 13 COL 2 VALUE 'NOME REPRESENTANTE:'
           FOREGROUND-COLOR IS 2.
          05 NM-REPRESENTANTE-INPUT LINE 13 COL 22
           FOREGROUND-COLOR IS 7 FROM WS-NOME-REPRESENTANTE-EXIBIDO.
          05 LINE 14 COL 2 VALUE 'COD. QUALIFIC. REPRESENTANTE:'
           FOREGROUND-COLOR IS 2.
          05 CD-QUALIF-REP-INPUT LINE 14 COL 32
           FOREGROUND-COLOR IS 2.
          05 POSCAP-INPUT LINE 17 COL 27 FOREGROUND-COLOR IS 7
           FROM WS-POSICAO-CAPITAL-ED.
          05 LINE 18 COL 2 VALUE
           '(E-NAVEGAR PELO QUADRO SOCIETARIO A PARTIR DESTE SOCIO)'
           FOREGROUND-COLOR IS 3.

       PROCEDURE DIVISION.
       0001-MAIN-PARA.
           END-IF.
           PERFORM 0042-LER-ESTATISTICAS-BASE.
           PERFORM 0108-VERIFICAR-QUOTA-CC.
           PERFORM 0016-VERIFICAR-BASE-MANUTENCAO.
           DISPLAY SC-TELA-LIMPA.
           PERFORM UNTIL WS-COMANDO IS EQUAL TO 'S'
             DISPLAY SC-MENU-PRINCIPAL
                     WHEN 3
                              PERFORM 0070-MENU-LISTAR-FILIAIS
                     WHEN 4
                              IF WS-MODO-DEGRADADO IS EQUAL TO 'S'
                                 PERFORM 0183-AVISAR-MODO-DEGRADADO
                              ELSE
                              IF WS-PERFIL-LOGADO IS EQUAL TO 'M' OR
                                 WS-PERFIL-LOGADO IS EQUAL TO 'S'
                                 PERFORM 0080-MENU-MANUTENCAO-PJ
                              ELSE
                                 PERFORM 0029-AVISAR-ACESSO-RESTRITO
                              END-IF
                              END-IF
                     WHEN 5
                              IF WS-PERFIL-LOGADO IS EQUAL TO 'S'
                                 PERFORM 0093-AUTORIZAR-CPF
                              PERFORM 0120-MENU-BUSCAR-REPRESENTANTE
                     WHEN 'Q'
                              PERFORM 0132-MENU-COMPARAR-QUADROS
                     WHEN 'C'
                              PERFORM 0143-MENU-BUSCAR-CONTATO
                     WHEN 'A'
                              IF WS-MODO-DEGRADADO IS EQUAL TO 'S'
                                 PERFORM 0183-AVISAR-MODO-DEGRADADO
                              ELSE
                              IF WS-PERFIL-LOGADO IS EQUAL TO 'S'
                                 PERFORM 0123-MENU-APROVAR-MANUT
                              ELSE
                                 PERFORM 0029-AVISAR-ACESSO-RESTRITO
                              END-IF
                              END-IF
                     WHEN 'T'
                              IF WS-PERFIL-LOGADO IS EQUAL TO 'S'
                                 PERFORM 0048-MANTER-PARAMETROS
                              ELSE
                                 PERFORM 0029-AVISAR-ACESSO-RESTRITO
                              END-IF
                     WHEN 'O'
                              IF WS-PERFIL-LOGADO IS EQUAL TO 'S' OR
                                 WS-PERFIL-LOGADO IS EQUAL TO 'O'
                                 PERFORM 0170-PAINEL-MALHA
                              ELSE
                                 PERFORM 0029-AVISAR-ACESSO-RESTRITO
                              END-IF
                     WHEN 'W'
                              PERFORM 0200-MENU-LISTAS-TRABALHO
                     WHEN 'B'
                              PERFORM 0211-MENU-RELATORIOS-BATCH
                     WHEN 'V'
                              PERFORM 0227-MENU-CAMINHO-VINCULO
                     WHEN 'K'
                              PERFORM 0242-MENU-VERIFICAR-COMPROVANTE
                     WHEN 'S'
                             MOVE ' ' TO WS-MENSAGEM
                     WHEN OTHER
                             DISPLAY SC-ERRO-COMANDO
             END-EVALUATE
             END-IF
             IF WS-NAV-PENDENTE IS EQUAL TO 'S' THEN
                PERFORM 0220-NAVEGAR-QUADRO-SOCIETARIO
             END-IF
           END-PERFORM.
           STOP RUN.

           PERFORM 0076-RESUMO-SOCIOS-PJ.
           PERFORM 0096-BUSCAR-ESCORE-RISCO.
           PERFORM 0097-BUSCAR-REDE-SOCIETARIA.
           PERFORM 0140-BUSCAR-BENEFICIARIOS-FINAIS.
           PERFORM 0109-BUSCAR-REGIME-TRIBUTACAO.
           PERFORM 0184-BUSCAR-ANOTACOES.
           PERFORM 0232-BUSCAR-SANCOES.
           PERFORM 0235-BUSCAR-INSCRICOES-ESTAD.
      **********************************************************
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
                    ' ***' DELIMITED BY SIZE
               INTO WS-MENSAGEM
             END-STRING
           ELSE
             IF WS-MODO-DEGRADADO IS EQUAL TO 'S' THEN
               MOVE WS-AVISO-DEGRADADO TO WS-MENSAGEM
             END-IF
           END-IF
           IF ST-ARQUIVO-EMP IS NOT EQUAL TO '00' THEN
                   MOVE ST-ARQUIVO-EMP TO WS-MENSAGEM
                   WS-COMANDO IS NOT EQUAL TO 'C' AND
                   WS-COMANDO IS NOT EQUAL TO 'c' AND
                   WS-COMANDO IS NOT EQUAL TO 'H' AND
                   WS-COMANDO IS NOT EQUAL TO 'h' AND
                   WS-COMANDO IS NOT EQUAL TO 'B' AND
                   WS-COMANDO IS NOT EQUAL TO 'b' AND
                   WS-COMANDO IS NOT EQUAL TO 'L' AND
                   WS-COMANDO IS NOT EQUAL TO 'l' AND
                   WS-COMANDO IS NOT EQUAL TO 'R' AND
                   WS-COMANDO IS NOT EQUAL TO 'r' AND
                   WS-COMANDO IS NOT EQUAL TO 'N' AND
                   WS-COMANDO IS NOT EQUAL TO 'n' AND
                   WS-COMANDO IS NOT EQUAL TO 'M' AND
                   WS-COMANDO IS NOT EQUAL TO 'm' AND
                   WS-COMANDO IS NOT EQUAL TO 'S' AND
                   WS-COMANDO IS NOT EQUAL TO 's' AND
                   WS-COMANDO IS NOT EQUAL TO 'E' AND
                   WS-COMANDO IS NOT EQUAL TO 'e' AND
                   WS-COMANDO IS NOT EQUAL TO 'K' AND
                   WS-COMANDO IS NOT EQUAL TO 'k'
              EVALUATE WS-COMANDO
                 WHEN 'G'
                 WHEN 'g'
                    PERFORM 0047-EXIBIR-HISTORICO-SIT
                    MOVE '*** H-HISTORICO EXIBIDO - ENTER VOLTA A FICHA
      -              ' ***' TO WS-MENSAGEM
                 WHEN 'B'
                 WHEN 'b'
                    PERFORM 0141-EXIBIR-BENEFICIARIOS-FINAIS
                    MOVE '*** BENEFICIARIOS FINAIS EXIBIDOS - ENTER VOLT
      -              'A A FICHA ***' TO WS-MENSAGEM
                 WHEN 'L'
                 WHEN 'l'
                    PERFORM 0148-EXIBIR-LINHA-TEMPO
                    MOVE '*** LINHA DO TEMPO EXIBIDA - ENTER VOLTA A FIC
      -              'HA ***' TO WS-MENSAGEM
                 WHEN 'R'
                 WHEN 'r'
                    PERFORM 0167-REGISTRAR-CONTESTACAO
                 WHEN 'N'
                 WHEN 'n'
                    PERFORM 0186-EXIBIR-ANOTACOES
                 WHEN 'M'
                 WHEN 'm'
                    PERFORM 0198-MARCAR-FICHA-LISTA
                 WHEN 'S'
                 WHEN 's'
                    PERFORM 0233-EXIBIR-SANCOES
                 WHEN 'E'
                 WHEN 'e'
                    PERFORM 0236-EXIBIR-INSCRICOES-ESTAD
                 WHEN 'K'
                 WHEN 'k'
                    PERFORM 0239-EMITIR-COMPROVANTE
              END-EVALUATE
              DISPLAY SC-MENSAGEM
              MOVE ' ' TO WS-COMANDO
              MOVE ' ' TO WS-COMANDO
              ACCEPT SC-REGUA-COMANDO
           END-PERFORM.
           IF WS-COMANDO IS EQUAL TO 'E' OR
              WS-COMANDO IS EQUAL TO 'e' THEN
              PERFORM 0219-INICIAR-NAVEGACAO
           END-IF.
           INITIALIZE REGISTRO-RFB-SOCIO.

       0004-BUSCAR-PJ-CNPJ.
      *    A RESTAURACAO GRAVA NA BASE ATIVA, ENTAO SEGUE A MESMA
      *    REGRA DE PERFIL DA MANUTENCAO DE EMPRESA (M OU S) E DEIXA
      *    RASTRO NA TRILHA DE AUDITORIA.
           IF WS-MODO-DEGRADADO IS EQUAL TO 'S' THEN
              PERFORM 0183-AVISAR-MODO-DEGRADADO
           ELSE
           IF WS-PERFIL-LOGADO IS NOT EQUAL TO 'M' AND
              WS-PERFIL-LOGADO IS NOT EQUAL TO 'S' THEN
              DISPLAY SC-TELA-LIMPA
                NOT INVALID KEY
                   MOVE '*** REGISTRO RESTAURADO PARA A BASE ATIVA ***'
                     TO WS-MENSAGEM
                   MOVE 'EMP' TO WS-RPL-ARQUIVO
                   MOVE FRE-CNPJ TO WS-RPL-CHAVE
                   MOVE 'RESTAURACAO' TO WS-RPL-ORIGEM
                   PERFORM 9850-ENFILEIRAR-REPLICACAO
                   OPEN I-O ARQ-EMP-HISTORICO
                   MOVE WS-REG-EXPURGADO(4:14) TO FHE-CNPJ
                   DELETE ARQ-EMP-HISTORICO RECORD
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-MENSAGEM
           END-IF
           END-IF
           END-IF.

       0053-GRAVAR-AUDITORIA-RESTAURO.
           END-PERFORM.

       0079-EXIBIR-PAGINA-PJ.
      *    M NA SELECAO MARCA LINHAS DA PAGINA NUMA LISTA DE TRABALHO
      *    E REEXIBE A MESMA PAGINA.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE 'M' TO WS-LISTA-COMANDO-SEL.
           PERFORM UNTIL WS-LISTA-COMANDO-SEL(1:1) IS NOT EQUAL TO 'M'
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-LISTAR-PJ
              DISPLAY SC-LISTA-MARCAR-DICA
              DISPLAY SC-MENSAGEM
              MOVE SPACES TO WS-LISTA-COMANDO-SEL
              ACCEPT SC-LISTAR-PJ
              MOVE FUNCTION UPPER-CASE(WS-LISTA-COMANDO-SEL) TO
                 WS-LISTA-COMANDO-SEL
              MOVE SPACES TO WS-MENSAGEM
              IF WS-LISTA-COMANDO-SEL(1:1) IS EQUAL TO 'M' THEN
                 PERFORM 0195-MARCAR-PAGINA-LISTA
              END-IF
           END-PERFORM.

       0080-DETALHAR-SELECAO-PJ.
           MOVE WS-LISTA-PJ-CNPJ(WS-LISTA-SEL) TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             KEY IS FRE-CNPJ
             INVALID KEY CONTINUE
           END-READ.
           MOVE FD-REG-EMPRESA TO REGISTRO-RFB-EMPRESA.
           PERFORM 0046-GRAVAR-LOG-CONSULTA.
           OPEN INPUT ARQ-SOCIOS.
           MOVE RRS-CPF-SOCIO TO WS-CPF-SOCIO-BUSCA.
      *    O CPF DO SOCIO PESSOA FISICA ESTA CIFRADO NA BASE: A BUSCA
      *    USA O CPF DIGITADO CIFRADO COM A CHAVE CORRENTE. CNPJ DE
      *    SOCIO PESSOA JURIDICA (14 POSICOES) FICA EM CLARO.
           IF RRS-CPF-SOCIO(12:3) IS EQUAL TO SPACES THEN
              MOVE RRS-CPF-SOCIO TO RCF-ARGUMENTO
              MOVE 'A' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              MOVE RCF-ARGUMENTO TO WS-CPF-SOCIO-BUSCA
           END-IF.
           MOVE WS-CPF-SOCIO-BUSCA TO FRS-CPF-SOCIO.
           INITIALIZE REGISTRO-RFB-SOCIO.

              END-READ
              CLOSE ARQ-CONTROLE-CARGA
           END-IF.
      *    DURANTE A CARGA A CONSULTA CONTINUA SOBRE A COPIA DA
      *    COMPETENCIA ANTERIOR (MODO DEGRADADO, SOMENTE LEITURA); SO
      *    BLOQUEIA SE A COPIA NAO ESTIVER DISPONIVEL.
           IF WS-BASE-EM-MANUTENCAO IS EQUAL TO 'S' THEN
              IF WS-MODO-DEGRADADO IS NOT EQUAL TO 'S' THEN
                 PERFORM 0181-ATIVAR-MODO-DEGRADADO
              END-IF
              IF WS-MODO-DEGRADADO IS EQUAL TO 'S' THEN
                 MOVE 'N' TO WS-BASE-EM-MANUTENCAO
              END-IF
           ELSE
              IF WS-MODO-DEGRADADO IS EQUAL TO 'S' THEN
                 PERFORM 0182-ENCERRAR-MODO-DEGRADADO
              END-IF
           END-IF.

       0017-AVISAR-BASE-MANUTENCAO.
           DISPLAY SC-TELA-LIMPA.
              ACCEPT SC-LOGIN
              PERFORM 0027-VALIDAR-USUARIO
              IF WS-LOGIN-OK IS NOT EQUAL TO 'S' THEN
                 IF WS-USUARIO-BLOQUEADO IS EQUAL TO 'S' THEN
                    MOVE '*** USUARIO BLOQUEADO NA RECERTIFICACAO'
                      TO WS-MENSAGEM
                    MOVE ' - PROCURE O GESTOR ***' TO WS-MENSAGEM(40:)
                 ELSE
                    MOVE '*** USUARIO OU SENHA INVALIDOS ***' TO
                      WS-MENSAGEM
                 END-IF
                 DISPLAY SC-MENSAGEM
              END-IF
           END-PERFORM.

       0027-VALIDAR-USUARIO.
      *    USUARIO BLOQUEADO PELA RECERTIFICACAO PERIODICA DE ACESSOS
      *    (SITUACAO B) NAO ENTRA NEM COM A SENHA CERTA. O LOGIN BEM
      *    SUCEDIDO FICA REGISTRADO NO CADASTRO - E A DATA QUE A
      *    RECERTIFICACAO USA PARA BLOQUEAR QUEM NAO USA A TELA.
           MOVE ZERO TO WS-QTD-USUARIOS.
           MOVE ZERO TO WS-IDX-USU-LOGADO.
           MOVE 'N' TO WS-USUARIO-BLOQUEADO.
           MOVE 'N' TO WS-USUARIOS-EXCEDENTES.
           OPEN INPUT ARQ-USUARIOS.
           IF ST-ARQUIVO-USU IS NOT EQUAL TO '00' THEN
              MOVE 'S' TO WS-LOGIN-OK
                          WS-USU-CENTRO-CUSTO(WS-QTD-USUARIOS)
                        MOVE USU-UFS-PERMITIDAS TO
                          WS-USU-UFS(WS-QTD-USUARIOS)
                        MOVE USU-GESTOR TO
                          WS-USU-GESTOR(WS-QTD-USUARIOS)
                        MOVE USU-SITUACAO TO
                          WS-USU-SITUACAO(WS-QTD-USUARIOS)
                        IF USU-DATA-ULTIMO-LOGIN IS NUMERIC THEN
                           MOVE USU-DATA-ULTIMO-LOGIN TO
                             WS-USU-ULTIMO-LOGIN(WS-QTD-USUARIOS)
                        ELSE
                           MOVE ZERO TO
                             WS-USU-ULTIMO-LOGIN(WS-QTD-USUARIOS)
                        END-IF
                        IF USU-DATA-CERTIFICACAO IS NUMERIC THEN
                           MOVE USU-DATA-CERTIFICACAO TO
                             WS-USU-CERTIFICACAO(WS-QTD-USUARIOS)
                        ELSE
                           MOVE ZERO TO
                             WS-USU-CERTIFICACAO(WS-QTD-USUARIOS)
                        END-IF
                     ELSE
                        MOVE 'S' TO WS-USUARIOS-EXCEDENTES
                     END-IF
                END-READ
              END-PERFORM
                   WS-USUARIO-LOGADO AND
                   WS-USU-SENHA(WS-IDX-USU) IS EQUAL TO
                   WS-SENHA-DIGITADA AND
                   WS-USUARIO-LOGADO IS NOT EQUAL TO SPACES AND
                   WS-USU-SITUACAO(WS-IDX-USU) IS EQUAL TO 'B' THEN
                   MOVE 'S' TO WS-USUARIO-BLOQUEADO
                END-IF
                IF WS-USU-NOME(WS-IDX-USU) IS EQUAL TO
                   WS-USUARIO-LOGADO AND
                   WS-USU-SENHA(WS-IDX-USU) IS EQUAL TO
                   WS-SENHA-DIGITADA AND
                   WS-USUARIO-LOGADO IS NOT EQUAL TO SPACES AND
                   WS-USU-SITUACAO(WS-IDX-USU) IS NOT EQUAL TO 'B' THEN
                   MOVE 'S' TO WS-LOGIN-OK
                   MOVE WS-IDX-USU TO WS-IDX-USU-LOGADO
                   MOVE WS-USU-PERFIL(WS-IDX-USU) TO WS-PERFIL-LOGADO
                   IF WS-USU-CENTRO-CUSTO(WS-IDX-USU) IS EQUAL TO
                      SPACES THEN
                   END-IF
                END-IF
              END-PERFORM
              IF WS-IDX-USU-LOGADO IS GREATER THAN ZERO AND
                 WS-USU-ULTIMO-LOGIN(WS-IDX-USU-LOGADO) IS NOT EQUAL
                 TO WS-DATA-HOJE THEN
                 MOVE WS-DATA-HOJE TO
                   WS-USU-ULTIMO-LOGIN(WS-IDX-USU-LOGADO)
                 PERFORM 0031-REGRAVAR-USUARIOS
              END-IF
           END-IF.

       0028-TROCAR-SENHA.
           END-PERFORM.
           MOVE WS-SENHA-NOVA TO WS-USU-SENHA(WS-IDX-USU).
           MOVE WS-DATA-HOJE TO WS-USU-DATA-TROCA(WS-IDX-USU).
           PERFORM 0031-REGRAVAR-USUARIOS.

       0031-REGRAVAR-USUARIOS.
      *    CADASTRO MAIOR QUE A TABELA NAO E REGRAVADO, PARA NAO
      *    PERDER OS USUARIOS QUE NAO COUBERAM NELA.
           IF WS-USUARIOS-EXCEDENTES IS EQUAL TO 'S' THEN
              MOVE '*** CADASTRO DE USUARIOS ACIMA DO LIMITE - NAO '
                TO WS-MENSAGEM
              MOVE 'ATUALIZADO ***' TO WS-MENSAGEM(48:)
              DISPLAY SC-MENSAGEM
           ELSE
              PERFORM 0052-GRAVAR-CADASTRO-USUARIOS
           END-IF.

       0052-GRAVAR-CADASTRO-USUARIOS.
           OPEN OUTPUT ARQ-USUARIOS.
           PERFORM VARYING WS-IDX-USU2 FROM 1 BY 1
             UNTIL WS-IDX-USU2 IS GREATER THAN WS-QTD-USUARIOS
             MOVE WS-USU-CENTRO-CUSTO(WS-IDX-USU2) TO
               USU-CENTRO-CUSTO
             MOVE WS-USU-UFS(WS-IDX-USU2) TO USU-UFS-PERMITIDAS
             MOVE WS-USU-GESTOR(WS-IDX-USU2) TO USU-GESTOR
             MOVE WS-USU-SITUACAO(WS-IDX-USU2) TO USU-SITUACAO
             MOVE WS-USU-ULTIMO-LOGIN(WS-IDX-USU2) TO
               USU-DATA-ULTIMO-LOGIN
             MOVE WS-USU-CERTIFICACAO(WS-IDX-USU2) TO
               USU-DATA-CERTIFICACAO
             WRITE REG-USUARIO
           END-PERFORM.
           CLOSE ARQ-USUARIOS.
              END-PERFORM
              PERFORM 0126-REGRAVAR-PROPOSTAS
           END-IF.
           PERFORM 0162-REVISAR-CONFLITOS-CORRECAO.
           DISPLAY SC-TELA-LIMPA.

       0124-CARREGAR-PROPOSTAS.
                     DISPLAY SC-MENSAGEM
                  NOT INVALID KEY
                     MOVE 'APROVADO' TO WS-PRO-STATUS(WS-IDX-PRO)
                     MOVE 'EMP' TO WS-RPL-ARQUIVO
                     MOVE FRE-CNPJ TO WS-RPL-CHAVE
                     MOVE 'APROVACAO' TO WS-RPL-ORIGEM
                     PERFORM 9850-ENFILEIRAR-REPLICACAO
                     MOVE WS-USUARIO-LOGADO TO
                       WS-PRO-APROVADOR(WS-IDX-PRO)
                     MOVE WS-PRO-MAKER(WS-IDX-PRO) TO
                       WS-USUARIO-MANUT
                     MOVE WS-USUARIO-LOGADO TO WS-APROVADOR-MANUT
                     PERFORM 0083-GRAVAR-AUDITORIA
                     PERFORM 0160-GRAVAR-CORRECOES-PERSIST
                     MOVE SPACES TO WS-APROVADOR-MANUT
                END-REWRITE
           END-READ.
                  ',' DELIMITED BY SIZE
                  WS-QUALIF-SOCIO-DESCRICAO DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-NOME-REPRESENTANTE-EXIBIDO DELIMITED BY SIZE
             INTO REG-EXPORT
           END-STRING.
           WRITE REG-EXPORT.
           CLOSE ARQ-AUDITORIA.

       0094-MASCARAR-CPF.
      *    CPF DO SOCIO E CPF/NOME DO REPRESENTANTE FICAM CIFRADOS NA
      *    BASE E SO SAO DECIFRADOS COM A EXIBICAO COMPLETA AUTORIZADA
      *    (0093-AUTORIZAR-CPF); SEM ELA SAEM MASCARADOS.
           MOVE RRS-CPF-SOCIO TO WS-CPF-SOCIO-EXIBIDO.
           MOVE RRS-CPF-REPRESENTANTE TO WS-CPF-REPRESENTANTE-EXIBIDO.
           MOVE RRS-NOME-REPRESENTANTE TO WS-NOME-REPRESENTANTE-EXIBIDO.
           IF WS-CPF-AUTORIZADO IS EQUAL TO 'S' THEN
              MOVE REGISTRO-RFB-SOCIO TO RCF-REG-SOCIO
              MOVE 'D' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              IF RCF-RETORNO IS EQUAL TO '00' THEN
                 MOVE RCF-CPF-SOCIO TO WS-CPF-SOCIO-EXIBIDO
                 MOVE RCF-CPF-REPRESENTANTE TO
                   WS-CPF-REPRESENTANTE-EXIBIDO
                 MOVE RCF-NOME-REPRESENTANTE TO
                   WS-NOME-REPRESENTANTE-EXIBIDO
              ELSE
                 MOVE '*** CHAVE DO REGISTRO INDISPONIVEL - CPF SERA EXI
      -          'BIDO MASCARADO ***' TO WS-MENSAGEM
                 MOVE 'N' TO WS-CPF-AUTORIZADO
              END-IF
           END-IF.
           IF WS-CPF-AUTORIZADO IS NOT EQUAL TO 'S' THEN
              MOVE '*********' TO WS-CPF-SOCIO-EXIBIDO(4:9)
              MOVE '******' TO WS-CPF-REPRESENTANTE-EXIBIDO(4:6)
              IF WS-NOME-REPRESENTANTE-EXIBIDO IS NOT EQUAL TO
                 SPACES THEN
                 MOVE '*** NOME PROTEGIDO ***' TO
                   WS-NOME-REPRESENTANTE-EXIBIDO
              END-IF
           END-IF.

       0095-GRAVAR-FICHA-PJ.
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING 'BENEFICIARIOS FINAIS (CPF / NOME / PART.EFETIVA % / '
                  'NIVEL / ELO):' DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           IF WS-QTD-BEN IS EQUAL TO ZERO THEN
              MOVE '   NENHUM IDENTIFICADO' TO REG-FICHA
              WRITE REG-FICHA
           ELSE
              PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                UNTIL WS-IDX-BEN IS GREATER THAN WS-QTD-BEN
                MOVE SPACES TO REG-FICHA
                STRING '   ' DELIMITED BY SIZE
                       WS-BEN-LINHA(WS-IDX-BEN) DELIMITED BY SIZE
                  INTO REG-FICHA
                END-STRING
                WRITE REG-FICHA
              END-PERFORM
           END-IF.
           PERFORM 0147-MONTAR-LINHA-TEMPO.
           MOVE SPACES TO REG-FICHA.
           STRING 'LINHA DO TEMPO (DATA / EVENTO / ANTERIOR / NOVO / '
                  'ORIGEM):' DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           IF WS-QTD-LTP IS EQUAL TO ZERO THEN
              MOVE '   NENHUM EVENTO REGISTRADO' TO REG-FICHA
              WRITE REG-FICHA
           ELSE
              PERFORM VARYING WS-IDX-LTP FROM 1 BY 1
                UNTIL WS-IDX-LTP IS GREATER THAN WS-QTD-LTP
                PERFORM 0157-FORMATAR-LINHA-TEMPO
                MOVE SPACES TO REG-FICHA
                STRING '   ' DELIMITED BY SIZE
                       WS-LTP-LINHA DELIMITED BY SIZE
                  INTO REG-FICHA
                END-STRING
                WRITE REG-FICHA
              END-PERFORM
              IF WS-LTP-TRUNCADA IS EQUAL TO 'S' THEN
                 MOVE '   *** LIMITE DE 200 EVENTOS ATINGIDO ***'
                   TO REG-FICHA
                 WRITE REG-FICHA
              END-IF
           END-IF.
           MOVE SPACES TO REG-FICHA.
           STRING 'ANOTACOES INTERNAS E DOCUMENTOS VIGENTES '
                  '(DATA / TIPO / CATEGORIA / AUTOR):' DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE ZERO TO WS-ANT-LIN.
           PERFORM VARYING WS-IDX-ANT FROM WS-QTD-ANT BY -1
             UNTIL WS-IDX-ANT IS LESS THAN 1
             IF WS-ANT-VIGENTE(WS-IDX-ANT) IS EQUAL TO 'S' THEN
                ADD 1 TO WS-ANT-LIN
                PERFORM 0191-EDITAR-ANOTACAO
                MOVE SPACES TO REG-FICHA
                STRING '   ' DELIMITED BY SIZE
                       WS-ANT-DATA(WS-IDX-ANT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ANT-TIPO-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ANT-CATEGORIA(WS-IDX-ANT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ANT-AUTOR(WS-IDX-ANT) DELIMITED BY SIZE
                       ' ATE ' DELIMITED BY SIZE
                       WS-ANT-VALIDADE-ED DELIMITED BY SIZE
                  INTO REG-FICHA
                END-STRING
                WRITE REG-FICHA
                IF WS-ANT-TIPO(WS-IDX-ANT) IS EQUAL TO 'D' THEN
                   MOVE SPACES TO REG-FICHA
                   STRING '     DOC: ' DELIMITED BY SIZE
                          WS-ANT-DOC-TIPO(WS-IDX-ANT) DELIMITED BY SIZE
                          ' NO ' DELIMITED BY SIZE
                          WS-ANT-DOC-NUMERO(WS-IDX-ANT)
                            DELIMITED BY SIZE
                     INTO REG-FICHA
                   END-STRING
                   WRITE REG-FICHA
                   MOVE SPACES TO REG-FICHA
                   STRING '     GUARDA: ' DELIMITED BY SIZE
                          WS-ANT-DOC-LOCAL(WS-IDX-ANT) DELIMITED BY SIZE
                     INTO REG-FICHA
                   END-STRING
                   WRITE REG-FICHA
                END-IF
                IF WS-ANT-TEXTO(WS-IDX-ANT)(1:75) IS NOT EQUAL TO
                   SPACES THEN
                   MOVE SPACES TO REG-FICHA
                   STRING '     ' DELIMITED BY SIZE
                          WS-ANT-TEXTO(WS-IDX-ANT)(1:75)
                            DELIMITED BY SIZE
                     INTO REG-FICHA
                   END-STRING
                   WRITE REG-FICHA
                END-IF
                IF WS-ANT-TEXTO(WS-IDX-ANT)(76:75) IS NOT EQUAL TO
                   SPACES THEN
                   MOVE SPACES TO REG-FICHA
                   STRING '     ' DELIMITED BY SIZE
                          WS-ANT-TEXTO(WS-IDX-ANT)(76:75)
                            DELIMITED BY SIZE
                     INTO REG-FICHA
                   END-STRING
                   WRITE REG-FICHA
                END-IF
             END-IF
           END-PERFORM.
           IF WS-ANT-LIN IS EQUAL TO ZERO THEN
              MOVE '   NENHUMA REGISTRADA' TO REG-FICHA
              WRITE REG-FICHA
           END-IF.
           IF WS-ANT-TRUNCADA IS EQUAL TO 'S' THEN
              MOVE '   *** CONSIDERADAS AS 20 MAIS RECENTES ***' TO
                REG-FICHA
              WRITE REG-FICHA
           END-IF.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           MOVE SPACES TO REG-FICHA.
           WRITE REG-FICHA.
           CLOSE ARQ-FICHA.
           MOVE WS-CAM-FICHA-CADASTRAL-TXT TO WS-SPOOL-ARQ-ORIGEM.
           MOVE 'FICHA-PJ' TO WS-SPOOL-TIPO.
           PERFORM 0110-REGISTRAR-SPOOL-FICHA.

       0096-BUSCAR-ESCORE-RISCO.
              END-READ
              CLOSE ARQ-ESCORE
           END-IF.
      *    ESCORE DE REDE (CALCULAR-ESCORE-REDE), QUE PONDERA O ESCORE
      *    DA EMPRESA COM O DAS VIZINHAS NA REDE SOCIETARIA; EMPRESA
      *    FORA DE REDE OU SEM ESCORE TAMBEM EXIBE TRACOS.
           MOVE '---' TO WS-ESCORE-REDE-ED.
           MOVE '-' TO WS-FAIXA-REDE-ED.
           OPEN INPUT ARQ-ESCORE-REDE.
           IF ST-ARQUIVO-ERD IS EQUAL TO '00' THEN
              MOVE RRE-CNPJ TO ERD-CNPJ
              READ ARQ-ESCORE-REDE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE ERD-ESCORE-REDE TO WS-ESCORE-REDE-ED
                   MOVE ERD-FAIXA-REDE TO WS-FAIXA-REDE-ED
              END-READ
              CLOSE ARQ-ESCORE-REDE
           END-IF.

       0097-BUSCAR-REDE-SOCIETARIA.
      *    NUMERO DA REDE SOCIETARIA ATRIBUIDO PELO
           PERFORM 0104-GRAVAR-CNAES-JSON.
           PERFORM 0105-GRAVAR-SOCIOS-JSON.
           PERFORM 0106-GRAVAR-HISTORICO-JSON.
           PERFORM 0192-GRAVAR-ANOTACOES-JSON.
           MOVE '}' TO REG-FICHA-JSON.
           WRITE REG-FICHA-JSON.
           CLOSE ARQ-FICHA-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE FRS-COD-QUALIFICACAO-SOCIO TO WS-QUALIF-BUSCA-COD.
           PERFORM 0009-BUSCAR-QUALIFICACAO.
           PERFORM 0194-CPF-PUBLICO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           STRING '"cpf": "' DELIMITED BY SIZE
                  WS-CPF-JSON DELIMITED BY SPACE
                  '", "qualificacao": "' DELIMITED BY SIZE
                  FRS-COD-QUALIFICACAO-SOCIO DELIMITED BY SIZE
                  '", "descricao_qualificacao": "' DELIMITED BY SIZE
           END-STRING.
           WRITE REG-FICHA-JSON.

       0194-CPF-PUBLICO-JSON.
      *    O CPF DO SOCIO PESSOA FISICA ESTA CIFRADO NA BASE; NO JSON
      *    SAI NO MESMO PADRAO DOS DADOS ABERTOS DA RFB (SO O MIOLO).
      *    SOCIO PESSOA JURIDICA TRAZ O CNPJ, QUE NAO E CIFRADO.
           MOVE SPACES TO WS-CPF-JSON.
           IF FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 THEN
              MOVE FRS-CPF-SOCIO TO WS-CPF-JSON
           ELSE
              STRING '***' DELIMITED BY SIZE
                     FRS-CPF-MIOLO DELIMITED BY SIZE
                     '**' DELIMITED BY SIZE
                INTO WS-CPF-JSON
              END-STRING
           END-IF.

       0106-GRAVAR-HISTORICO-JSON.
           MOVE '"historico_situacao": [' TO REG-FICHA-JSON.
           WRITE REG-FICHA-JSON.
              END-PERFORM
              CLOSE ARQ-HISTORICO-SIT
           END-IF.
           MOVE '],' TO REG-FICHA-JSON.
           WRITE REG-FICHA-JSON.

       0192-GRAVAR-ANOTACOES-JSON.
      *    SO AS ANOTACOES E DOCUMENTOS VIGENTES VAO PARA O PORTAL;
      *    VALIDADE NULA QUANDO A ANOTACAO NAO TEM PRAZO.
           MOVE '"anotacoes_internas": [' TO REG-FICHA-JSON.
           WRITE REG-FICHA-JSON.
           MOVE 'S' TO WS-PRIMEIRO-ITEM-JSON.
           PERFORM VARYING WS-IDX-ANT FROM WS-QTD-ANT BY -1
             UNTIL WS-IDX-ANT IS LESS THAN 1
             IF WS-ANT-VIGENTE(WS-IDX-ANT) IS EQUAL TO 'S' THEN
                PERFORM 0193-GRAVAR-UMA-ANOTACAO-JSON
             END-IF
           END-PERFORM.
           MOVE ']' TO REG-FICHA-JSON.
           WRITE REG-FICHA-JSON.

       0193-GRAVAR-UMA-ANOTACAO-JSON.
           IF WS-PRIMEIRO-ITEM-JSON IS EQUAL TO 'S' THEN
              MOVE 'N' TO WS-PRIMEIRO-ITEM-JSON
           ELSE
              MOVE ',' TO REG-FICHA-JSON
              WRITE REG-FICHA-JSON
           END-IF.
           PERFORM 0191-EDITAR-ANOTACAO.
           MOVE SPACES TO REG-FICHA-JSON.
           MOVE 1 TO WS-PONTEIRO-JSON.
           STRING '{"data": "' DELIMITED BY SIZE
                  WS-ANT-DATA(WS-IDX-ANT) DELIMITED BY SIZE
                  '", "tipo": "' DELIMITED BY SIZE
                  WS-ANT-TIPO-ED DELIMITED BY SPACE
                  '", "categoria": "' DELIMITED BY SIZE
             INTO REG-FICHA-JSON
             WITH POINTER WS-PONTEIRO-JSON
           END-STRING.
           MOVE WS-ANT-CATEGORIA(WS-IDX-ANT) TO WS-TEXTO-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           MOVE '"texto": "' TO REG-FICHA-JSON.
           MOVE 11 TO WS-PONTEIRO-JSON.
           MOVE WS-ANT-TEXTO(WS-IDX-ANT) TO WS-TEXTO-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           MOVE '"autor": "' TO REG-FICHA-JSON.
           MOVE 11 TO WS-PONTEIRO-JSON.
           MOVE WS-ANT-AUTOR(WS-IDX-ANT) TO WS-TEXTO-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           MOVE '"documento_tipo": "' TO REG-FICHA-JSON.
           MOVE 20 TO WS-PONTEIRO-JSON.
           MOVE WS-ANT-DOC-TIPO(WS-IDX-ANT) TO WS-TEXTO-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           MOVE '"documento_numero": "' TO REG-FICHA-JSON.
           MOVE 22 TO WS-PONTEIRO-JSON.
           MOVE WS-ANT-DOC-NUMERO(WS-IDX-ANT) TO WS-TEXTO-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           MOVE '"documento_local": "' TO REG-FICHA-JSON.
           MOVE 21 TO WS-PONTEIRO-JSON.
           MOVE WS-ANT-DOC-LOCAL(WS-IDX-ANT) TO WS-TEXTO-JSON.
           PERFORM 0103-GRAVAR-CAMPO-JSON.
           MOVE SPACES TO REG-FICHA-JSON.
           IF WS-ANT-VALIDADE(WS-IDX-ANT) IS EQUAL TO ZERO THEN
              MOVE '"validade": null}' TO REG-FICHA-JSON
           ELSE
              STRING '"validade": "' DELIMITED BY SIZE
                     WS-ANT-VALIDADE(WS-IDX-ANT) DELIMITED BY SIZE
                     '"}' DELIMITED BY SIZE
                INTO REG-FICHA-JSON
              END-STRING
           END-IF.
           WRITE REG-FICHA-JSON.

       0108-VERIFICAR-QUOTA-CC.
      *    AVISO DE QUOTA POR CENTRO DE CUSTO: CONTA AS CONSULTAS DO
      *    MES CORRENTE DO CENTRO DE CUSTO LOGADO NO LOG E COMPARA
      *    COPIADA PARA SPOOL-NNNNNNNN.TXT E CATALOGADA COM
      *    IDENTIFICADOR, DATA, USUARIO EMISSOR E RETENCAO, PARA
      *    SEGUNDA VIA SEM REPROCESSAR A BASE. A COPIA USA A ROTINA
      *    SYSTEM, COMO NA PROMOCAO DE BASE. ARQUIVO E TIPO VEM DE
      *    WS-SPOOL-ARQ-ORIGEM / WS-SPOOL-TIPO (FICHA OU COMPROVANTE).
           MOVE ZERO TO WS-SPOOL-ID.
           OPEN INPUT ARQ-SPOOL-SEQ.
           IF ST-ARQUIVO-SPS IS EQUAL TO '00' THEN
           CLOSE ARQ-SPOOL-SEQ.
           MOVE SPACES TO WS-SPOOL-COMANDO.
           STRING 'cp ' DELIMITED BY SIZE
                  WS-SPOOL-ARQ-ORIGEM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-DIR-DADOS DELIMITED BY SPACE
                  'spool-' DELIMITED BY SIZE
                  WS-SPOOL-HORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-USUARIO-LOGADO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-SPOOL-TIPO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  RRE-CNPJ DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-SPOOL-RETENCAO DELIMITED BY SIZE
                  WS-SPOOL-USUARIO-LIDO
                  WS-SPOOL-TIPO-LIDO
           END-UNSTRING.
      *    O RELATORIO DE CONFLITO DE INTERESSE E DA AUDITORIA INTERNA
      *    E SO APARECE PARA O PERFIL S.
           IF WS-SPOOL-TIPO-LIDO IS NOT EQUAL TO 'CONFLITO-FUNC' OR
              WS-PERFIL-LOGADO IS EQUAL TO 'S' THEN
              PERFORM 0238-LISTAR-ENTRADA-SPOOL
           END-IF.

       0238-LISTAR-ENTRADA-SPOOL.
           IF WS-LISTA-QTD IS EQUAL TO 15 THEN
              PERFORM VARYING WS-LISTA-SEL FROM 1 BY 1
                UNTIL WS-LISTA-SEL IS GREATER THAN OR EQUAL TO 15
                TO WS-MENSAGEM
              DISPLAY SC-MENSAGEM
           ELSE
              PERFORM 0079-EXIBIR-PAGINA-PJ
              IF WS-LISTA-COMANDO-SEL IS NUMERIC THEN
                 MOVE WS-LISTA-COMANDO-SEL TO WS-LISTA-SEL
                 IF WS-LISTA-SEL IS GREATER THAN ZERO AND
              (GEO-LONGITUDE - WS-GEO-LON-BUSCA) * 102.
           COMPUTE WS-GEO-DIST2 = WS-GEO-DIF-LAT * WS-GEO-DIF-LAT +
              WS-GEO-DIF-LON * WS-GEO-DIF-LON.
      *    COORDENADA MARCADA COMO SUSPEITA PELA VALIDACAO FICA FORA
      *    DA LISTA ATE SER REGEOCODIFICADA.
           IF WS-GEO-DIST2 IS LESS THAN OR EQUAL TO WS-GEO-RAIO-KM2
              AND GEO-CNPJ IS NOT EQUAL TO WS-GEO-CNPJ-BUSCA
              AND GEO-VALIDACAO IS NOT EQUAL TO 'S' THEN
              IF WS-LISTA-QTD IS LESS THAN 15 THEN
                 ADD 1 TO WS-LISTA-QTD
                 MOVE GEO-CNPJ TO WS-LISTA-PJ-CNPJ(WS-LISTA-QTD)
           INITIALIZE WS-LISTA-PF-TAB.
           MOVE ZERO TO WS-LISTA-QTD.
           OPEN INPUT ARQ-SOCIOS.
      *    O CPF DO REPRESENTANTE ESTA CIFRADO NA BASE.
           MOVE WS-CPF-REP-BUSCA TO WS-CPF-REP-CIFRADO.
           MOVE SPACES TO RCF-ARGUMENTO.
           MOVE WS-CPF-REP-BUSCA TO RCF-ARGUMENTO(1:11).
           MOVE 'A' TO RCF-FUNCAO.
           CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO.
           IF RCF-RETORNO IS EQUAL TO '00' THEN
              MOVE RCF-ARGUMENTO(1:11) TO WS-CPF-REP-CIFRADO
           END-IF.
           MOVE WS-CPF-REP-CIFRADO TO FRS-CPF-REPRESENTANTE.
           MOVE 'N' TO WS-EOF-REP.
           START ARQ-SOCIOS KEY IS EQUAL TO FRS-CPF-REPRESENTANTE
             INVALID KEY MOVE 'Y' TO WS-EOF-REP
               AT END MOVE 'Y' TO WS-EOF-REP
               NOT AT END
                  IF FRS-CPF-REPRESENTANTE IS NOT EQUAL TO
                     WS-CPF-REP-CIFRADO THEN
                     MOVE 'Y' TO WS-EOF-REP
                  ELSE
                     IF WS-LISTA-QTD IS LESS THAN 15 THEN
              END-STRING
           END-IF.

       0140-BUSCAR-BENEFICIARIOS-FINAIS.
      *    BENEFICIARIOS FINAIS (PARTICIPACAO DIRETA OU INDIRETA
      *    ACIMA DO MINIMO) CALCULADOS PELO PASSO POS-CARGA
      *    CALCULAR-BENEFICIARIO-FINAL. GUARDA ATE 8 LINHAS PARA A
      *    TELA E A FICHA; ARQUIVO AUSENTE EXIBE TRACOS NA CONTAGEM.
           INITIALIZE WS-TAB-BEN.
           MOVE ZERO TO WS-QTD-BEN.
           MOVE '--' TO WS-QTD-BEN-ED.
           OPEN INPUT ARQ-BENEFICIARIO.
           IF ST-ARQUIVO-BEN IS EQUAL TO '00' THEN
              MOVE RRE-CNPJ TO BEN-CNPJ
              MOVE ZERO TO BEN-SEQ
              MOVE 'N' TO WS-EOF-BEN
              START ARQ-BENEFICIARIO
                KEY IS GREATER THAN OR EQUAL TO BEN-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-BEN
              END-START
              PERFORM UNTIL WS-EOF-BEN IS EQUAL TO 'Y'
                READ ARQ-BENEFICIARIO NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-BEN
                  NOT AT END
                     IF BEN-CNPJ IS NOT EQUAL TO RRE-CNPJ OR
                        WS-QTD-BEN IS EQUAL TO 8 THEN
                        MOVE 'Y' TO WS-EOF-BEN
                     ELSE
                        ADD 1 TO WS-QTD-BEN
                        PERFORM 0142-MONTAR-LINHA-BENEFICIARIO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-BENEFICIARIO
              MOVE WS-QTD-BEN TO WS-QTD-BEN-ED
           END-IF.

       0141-EXIBIR-BENEFICIARIOS-FINAIS.
           DISPLAY SC-TELA-LIMPA.
           IF WS-QTD-BEN IS EQUAL TO ZERO THEN
              MOVE '*** NENHUM BENEFICIARIO FINAL IDENTIFICADO PARA ESTE
      -       ' CNPJ ***' TO WS-MENSAGEM
              DISPLAY SC-MENSAGEM
           ELSE
              DISPLAY SC-BENEFICIARIOS-FINAIS
           END-IF.
           MOVE ' ' TO WS-COMANDO.
           ACCEPT SC-REGUA-COMANDO.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
           DISPLAY SC-EXIBIR-PJ-CNAE-SEC.

       0142-MONTAR-LINHA-BENEFICIARIO.
      *    O CPF DO BENEFICIARIO VEM CIFRADO COMO EM SOCIOS2.DAT: SO
      *    E DECIFRADO COM A EXIBICAO COMPLETA AUTORIZADA; SEM ELA, OU
      *    SEM A CHAVE DO REGISTRO, SAI SO O MIOLO (***NNNNNN**).
           MOVE SPACES TO WS-BEN-CPF-EXIBIDO.
           IF WS-CPF-AUTORIZADO IS EQUAL TO 'S' THEN
              MOVE SPACES TO RCF-REG-SOCIO
              MOVE 2 TO RCF-IDENTIFICADOR-SOCIO
              MOVE BEN-CPF-SOCIO TO RCF-CPF-SOCIO
              MOVE ZERO TO RCF-CPF-REPRESENTANTE
              MOVE BEN-VERSAO-CHAVE TO RCF-VERSAO-CHAVE
              MOVE 'D' TO RCF-FUNCAO
              CALL 'CIFRAR-DADOS-PESSOAIS' USING REGISTRO-CIFRA-SOCIO
              IF RCF-RETORNO IS EQUAL TO '00' THEN
                 MOVE RCF-CPF-SOCIO TO WS-BEN-CPF-EXIBIDO
              END-IF
           END-IF.
           IF WS-BEN-CPF-EXIBIDO IS EQUAL TO SPACES THEN
              STRING '***' DELIMITED BY SIZE
                     BEN-CPF-MIOLO DELIMITED BY SIZE
                     '**' DELIMITED BY SIZE
                INTO WS-BEN-CPF-EXIBIDO
              END-STRING
           END-IF.
           MOVE BEN-PERC-EFETIVO TO WS-BEN-PERC-ED.
           MOVE SPACES TO WS-BEN-LINHA(WS-QTD-BEN).
           STRING WS-BEN-CPF-EXIBIDO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BEN-NOME-SOCIO(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEN-PERC-ED DELIMITED BY SIZE
                  ' N' DELIMITED BY SIZE
                  BEN-NIVEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  BEN-CNPJ-ELO DELIMITED BY SIZE
             INTO WS-BEN-LINHA(WS-QTD-BEN)
           END-STRING.

       0143-MENU-BUSCAR-CONTATO.
      *    BUSCA REVERSA PELO INDICE DE CONTATOS MONTADO NA CARGA:
      *    LISTA TODAS AS EMPRESAS COM O TELEFONE (TELEFONE-1,
      *    TELEFONE-2 OU FAX) OU O E-MAIL INFORMADO. TELEFONE TEM
      *    PRIORIDADE QUANDO OS DOIS SAO PREENCHIDOS.
           MOVE SPACES TO WS-CTT-DDD-BUSCA.
           MOVE SPACES TO WS-CTT-FONE-BUSCA.
           MOVE SPACES TO WS-CTT-EMAIL-BUSCA.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-BUSCAR-CONTATO.
           ACCEPT SC-BUSCAR-CONTATO.
           MOVE SPACES TO WS-CTT-CONTATO-BUSCA.
           IF WS-CTT-FONE-BUSCA IS NOT EQUAL TO SPACES THEN
              MOVE 'T' TO WS-CTT-TIPO-BUSCA
              STRING FUNCTION TRIM(WS-CTT-DDD-BUSCA) DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTT-FONE-BUSCA) DELIMITED BY SIZE
                INTO WS-CTT-VALOR-BUSCA
              END-STRING
           ELSE
              IF WS-CTT-EMAIL-BUSCA IS NOT EQUAL TO SPACES THEN
                 MOVE 'E' TO WS-CTT-TIPO-BUSCA
                 MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-CTT-EMAIL-BUSCA)) TO
                   WS-CTT-VALOR-BUSCA
              END-IF
           END-IF.
           IF WS-CTT-TIPO-BUSCA IS NOT EQUAL TO SPACE THEN
              MOVE 'CONTATO' TO WS-LOG-TIPO
              MOVE WS-CTT-CONTATO-BUSCA TO WS-LOG-ARGUMENTO
              PERFORM 0046-GRAVAR-LOG-CONSULTA
              OPEN INPUT ARQ-INDICE-CONTATO
              IF ST-ARQUIVO-ICT IS NOT EQUAL TO '00' THEN
                 DISPLAY SC-TELA-LIMPA
                 MOVE '*** INDICE DE CONTATOS INDISPONIVEL - RODAR A CAR
      -          'GA ***' TO WS-MENSAGEM
                 DISPLAY SC-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-EMPRESAS
                 MOVE ZERO TO WS-LISTA-TOTAL-LIDOS
                 PERFORM 0144-LISTAR-PAGINAS-CONTATO
                 CLOSE ARQ-EMPRESAS
                 CLOSE ARQ-INDICE-CONTATO
              END-IF
           END-IF.
           MOVE SPACES TO WS-COMANDO.

       0144-LISTAR-PAGINAS-CONTATO.
           MOVE 'Y' TO WS-LISTA-MAIS.
           PERFORM 0145-MONTAR-PAGINA-CONTATO.
           IF WS-LISTA-QTD IS EQUAL TO ZERO THEN
              DISPLAY SC-TELA-LIMPA
              MOVE '*** NENHUMA EMPRESA ENCONTRADA PARA O CONTATO ***'
                TO WS-MENSAGEM
              DISPLAY SC-MENSAGEM
           ELSE
              PERFORM UNTIL WS-LISTA-MAIS IS EQUAL TO 'N'
                         OR WS-LISTA-QTD IS EQUAL TO ZERO
                PERFORM 0079-EXIBIR-PAGINA-PJ
                EVALUATE WS-LISTA-COMANDO-SEL(1:1)
                  WHEN 'V'
                     MOVE 'N' TO WS-LISTA-MAIS
                  WHEN 'N'
                     IF WS-LISTA-FIM IS EQUAL TO 'Y' THEN
                        MOVE 'N' TO WS-LISTA-MAIS
                     ELSE
                        PERFORM 0145-MONTAR-PAGINA-CONTATO
                     END-IF
                  WHEN OTHER
                     IF WS-LISTA-COMANDO-SEL IS NUMERIC THEN
                        MOVE WS-LISTA-COMANDO-SEL TO WS-LISTA-SEL
                        IF WS-LISTA-SEL IS GREATER THAN ZERO AND
                           WS-LISTA-SEL IS LESS THAN OR EQUAL TO
                              WS-LISTA-QTD THEN
                           PERFORM 0080-DETALHAR-SELECAO-PJ
                           IF WS-COMANDO IS EQUAL TO 'V' THEN
                              MOVE 'N' TO WS-LISTA-MAIS
                           END-IF
                        END-IF
                     END-IF
                END-EVALUATE
              END-PERFORM
           END-IF.
           DISPLAY SC-TELA-LIMPA.

       0145-MONTAR-PAGINA-CONTATO.
           INITIALIZE WS-LISTA-PJ-TAB.
           MOVE ZERO TO WS-LISTA-QTD.
           MOVE ZERO TO WS-LISTA-CONT-PULAR.
           MOVE 'N' TO WS-LISTA-FIM.
           MOVE WS-CTT-CONTATO-BUSCA TO ICT-CONTATO.
           MOVE LOW-VALUES TO ICT-CNPJ.
           START ARQ-INDICE-CONTATO
             KEY IS GREATER THAN OR EQUAL TO ICT-CHAVE
             INVALID KEY MOVE 'Y' TO WS-LISTA-FIM
           END-START.
           PERFORM UNTIL WS-LISTA-CONT-PULAR IS EQUAL TO
                      WS-LISTA-TOTAL-LIDOS OR WS-LISTA-FIM IS EQUAL
                      TO 'Y'
             READ ARQ-INDICE-CONTATO NEXT RECORD
               AT END MOVE 'Y' TO WS-LISTA-FIM
               NOT AT END
                  IF ICT-CONTATO IS NOT EQUAL TO WS-CTT-CONTATO-BUSCA
                  THEN
                     MOVE 'Y' TO WS-LISTA-FIM
                  ELSE
                     PERFORM 0146-CONFERIR-CONTATO-EMPRESA
                     IF WS-CTT-MATCH IS EQUAL TO 'S' THEN
                        ADD 1 TO WS-LISTA-CONT-PULAR
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           PERFORM UNTIL WS-LISTA-QTD IS EQUAL TO 15 OR
                      WS-LISTA-FIM IS EQUAL TO 'Y'
             READ ARQ-INDICE-CONTATO NEXT RECORD
               AT END MOVE 'Y' TO WS-LISTA-FIM
               NOT AT END
                  IF ICT-CONTATO IS NOT EQUAL TO WS-CTT-CONTATO-BUSCA
                  THEN
                     MOVE 'Y' TO WS-LISTA-FIM
                  ELSE
                     PERFORM 0146-CONFERIR-CONTATO-EMPRESA
                     IF WS-CTT-MATCH IS EQUAL TO 'S' THEN
                        ADD 1 TO WS-LISTA-QTD
                        ADD 1 TO WS-LISTA-TOTAL-LIDOS
                        MOVE FRE-CNPJ TO
                           WS-LISTA-PJ-CNPJ(WS-LISTA-QTD)
                        MOVE FRE-RAZAO-SOCIAL TO
                           WS-LISTA-PJ-RAZAO(WS-LISTA-QTD)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.

       0146-CONFERIR-CONTATO-EMPRESA.
      *    A ENTRADA DO INDICE SO VALE SE A EMPRESA AINDA EXISTE, ESTA
      *    NO ESCOPO DE UF DO USUARIO E MANTEM O CONTATO (A CARGA
      *    DIARIA NAO REMOVE DO INDICE O CONTATO SUBSTITUIDO).
           MOVE 'N' TO WS-CTT-MATCH.
           MOVE ICT-CNPJ TO FRE-CNPJ.
           READ ARQ-EMPRESAS
             KEY IS FRE-CNPJ
             INVALID KEY CONTINUE
             NOT INVALID KEY
                MOVE FRE-UF TO WS-UF-AVALIADA
                PERFORM 0139-VERIFICAR-ESCOPO-UF
                IF WS-UF-PERMITIDA IS EQUAL TO 'S' THEN
                   IF WS-CTT-TIPO-BUSCA IS EQUAL TO 'E' THEN
                      MOVE FUNCTION UPPER-CASE
                        (FUNCTION TRIM(FRE-CORREIO-ELETRONICO)) TO
                        WS-CTT-VALOR-EMP
                      IF WS-CTT-VALOR-EMP IS EQUAL TO
                         WS-CTT-VALOR-BUSCA THEN
                         MOVE 'S' TO WS-CTT-MATCH
                      END-IF
                   ELSE
                      EVALUATE ICT-ORIGEM
                        WHEN 'TL1'
                           MOVE FRE-DDD-1 TO WS-CTT-DDD-EMP
                           MOVE FRE-TELEFONE-1 TO WS-CTT-FONE-EMP
                        WHEN 'TL2'
                           MOVE FRE-DDD-2 TO WS-CTT-DDD-EMP
                           MOVE FRE-TELEFONE-2 TO WS-CTT-FONE-EMP
                        WHEN OTHER
                           MOVE FRE-NU-DDD-FAX TO WS-CTT-DDD-EMP
                           MOVE FRE-NU-FAX TO WS-CTT-FONE-EMP
                      END-EVALUATE
                      MOVE SPACES TO WS-CTT-VALOR-EMP
                      STRING FUNCTION TRIM(WS-CTT-DDD-EMP)
                               DELIMITED BY SIZE
                             FUNCTION TRIM(WS-CTT-FONE-EMP)
                               DELIMITED BY SIZE
                        INTO WS-CTT-VALOR-EMP
                      END-STRING
                      IF WS-CTT-VALOR-EMP IS EQUAL TO
                         WS-CTT-VALOR-BUSCA THEN
                         MOVE 'S' TO WS-CTT-MATCH
                      END-IF
                   END-IF
                END-IF
           END-READ.

       0147-MONTAR-LINHA-TEMPO.
      *    JUNTA NUMA UNICA LINHA DO TEMPO OS EVENTOS DO CNPJ QUE
      *    ESTAO ESPALHADOS PELOS HISTORICOS DA CARGA (SITUACAO,
      *    CAPITAL, QUADRO SOCIETARIO, ENDERECO DA SEDE E JOURNAL DA
      *    CARGA DIARIA) E PELA TRILHA DE MANUTENCOES MANUAIS. A
      *    TABELA GUARDA ATE 200 EVENTOS E SAI EM ORDEM CRONOLOGICA.
           INITIALIZE WS-TAB-LTP.
           MOVE ZERO TO WS-QTD-LTP.
           MOVE 'N' TO WS-LTP-TRUNCADA.
           PERFORM 0151-LTP-SITUACAO.
           PERFORM 0152-LTP-CAPITAL.
           PERFORM 0153-LTP-SOCIETARIO.
           PERFORM 0154-LTP-ENDERECO.
           PERFORM 0155-LTP-MANUTENCAO.
           PERFORM 0156-LTP-JOURNAL.
           MOVE 'S' TO WS-LTP-HOUVE-TROCA.
           PERFORM UNTIL WS-LTP-HOUVE-TROCA IS EQUAL TO 'N'
             MOVE 'N' TO WS-LTP-HOUVE-TROCA
             PERFORM VARYING WS-IDX-LTP FROM 1 BY 1
               UNTIL WS-IDX-LTP IS GREATER THAN OR EQUAL TO
                     WS-QTD-LTP
               COMPUTE WS-IDX-LTP2 = WS-IDX-LTP + 1
               IF WS-LTP-DATA(WS-IDX-LTP2) IS LESS THAN
                  WS-LTP-DATA(WS-IDX-LTP) OR
                  (WS-LTP-DATA(WS-IDX-LTP2) IS EQUAL TO
                   WS-LTP-DATA(WS-IDX-LTP) AND
                   WS-LTP-HORA(WS-IDX-LTP2) IS LESS THAN
                   WS-LTP-HORA(WS-IDX-LTP)) THEN
                  MOVE WS-LTP-OCR(WS-IDX-LTP) TO WS-LTP-TROCA
                  MOVE WS-LTP-OCR(WS-IDX-LTP2) TO
                    WS-LTP-OCR(WS-IDX-LTP)
                  MOVE WS-LTP-TROCA TO WS-LTP-OCR(WS-IDX-LTP2)
                  MOVE 'S' TO WS-LTP-HOUVE-TROCA
               END-IF
             END-PERFORM
           END-PERFORM.

       0148-EXIBIR-LINHA-TEMPO.
           PERFORM 0147-MONTAR-LINHA-TEMPO.
           DISPLAY SC-TELA-LIMPA.
           MOVE ' ' TO WS-COMANDO.
           IF WS-QTD-LTP IS EQUAL TO ZERO THEN
              MOVE '*** SEM EVENTOS REGISTRADOS PARA ESTE CNPJ ***'
                TO WS-MENSAGEM
              DISPLAY SC-MENSAGEM
              ACCEPT SC-REGUA-COMANDO
           ELSE
              MOVE 1 TO WS-INICIO-PAG-LTP
              PERFORM UNTIL WS-INICIO-PAG-LTP IS GREATER THAN
                         WS-QTD-LTP
                         OR WS-COMANDO IS EQUAL TO 'V'
                         OR WS-COMANDO IS EQUAL TO 'v'
                PERFORM 0149-MONTAR-PAGINA-LINHA-TEMPO
                DISPLAY SC-TELA-LIMPA
                DISPLAY SC-LINHA-TEMPO
                DISPLAY SC-REGUA-COMANDO
                ADD 12 TO WS-INICIO-PAG-LTP
                IF WS-INICIO-PAG-LTP IS GREATER THAN WS-QTD-LTP THEN
                   IF WS-LTP-TRUNCADA IS EQUAL TO 'S' THEN
                      MOVE '*** LIMITE DE 200 EVENTOS ATINGIDO - ENTER V
      -                 'OLTA A FICHA ***' TO WS-MENSAGEM
                   ELSE
                      MOVE '*** FIM DA LINHA DO TEMPO - ENTER VOLTA A FI
      -                 'CHA ***' TO WS-MENSAGEM
                   END-IF
                ELSE
                   MOVE '*** ENTER-PROXIMA PAGINA  V-VOLTAR A FICHA ***'
                     TO WS-MENSAGEM
                END-IF
                DISPLAY SC-MENSAGEM
                MOVE ' ' TO WS-COMANDO
                ACCEPT SC-REGUA-COMANDO
              END-PERFORM
           END-IF.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
           DISPLAY SC-EXIBIR-PJ-CNAE-SEC.

       0149-MONTAR-PAGINA-LINHA-TEMPO.
           INITIALIZE WS-TAB-PAG-LTP.
           MOVE WS-INICIO-PAG-LTP TO WS-IDX-LTP.
           PERFORM VARYING WS-IDX-PAG-LTP FROM 1 BY 1
             UNTIL WS-IDX-PAG-LTP IS GREATER THAN 12
                OR WS-IDX-LTP IS GREATER THAN WS-QTD-LTP
             PERFORM 0157-FORMATAR-LINHA-TEMPO
             MOVE WS-LTP-LINHA TO WS-PAG-LTP-LINHA(WS-IDX-PAG-LTP)
             ADD 1 TO WS-IDX-LTP
           END-PERFORM.

       0150-ANOTAR-EVENTO-LINHA-TEMPO.
           IF WS-QTD-LTP IS LESS THAN 200 THEN
              ADD 1 TO WS-QTD-LTP
              MOVE WS-LTP-EVENTO TO WS-LTP-OCR(WS-QTD-LTP)
           ELSE
              MOVE 'S' TO WS-LTP-TRUNCADA
           END-IF.

       0151-LTP-SITUACAO.
           OPEN INPUT ARQ-HISTORICO-SIT.
           IF ST-ARQUIVO-HIST IS EQUAL TO '00' THEN
              MOVE RRE-CNPJ TO HSC-CNPJ
              MOVE ZEROES TO HSC-DATA-MUDANCA
              MOVE ZEROES TO HSC-HORA-MUDANCA
              MOVE 'N' TO WS-EOF-LTP
              START ARQ-HISTORICO-SIT
                KEY IS GREATER THAN OR EQUAL TO HSC-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-LTP
              END-START
              PERFORM UNTIL WS-EOF-LTP IS EQUAL TO 'Y'
                READ ARQ-HISTORICO-SIT NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-LTP
                  NOT AT END
                     IF HSC-CNPJ IS NOT EQUAL TO RRE-CNPJ THEN
                        MOVE 'Y' TO WS-EOF-LTP
                     ELSE
                        INITIALIZE WS-LTP-EVENTO
                        MOVE HSC-DATA-MUDANCA TO WS-LTE-DATA
                        MOVE HSC-HORA-MUDANCA TO WS-LTE-HORA
                        MOVE 'SITUACAO CAD.' TO WS-LTE-TIPO
                        MOVE HSC-SIT-ANTERIOR TO WS-LTP-SIT-COD
                        PERFORM 0158-DESCREVER-SITUACAO-LTP
                        MOVE WS-LTP-SIT-DESC TO WS-LTE-ANTERIOR
                        MOVE HSC-SIT-NOVA TO WS-LTP-SIT-COD
                        PERFORM 0158-DESCREVER-SITUACAO-LTP
                        MOVE WS-LTP-SIT-DESC TO WS-LTE-NOVO
                        MOVE 'CARGA RFB' TO WS-LTE-ORIGEM
                        PERFORM 0150-ANOTAR-EVENTO-LINHA-TEMPO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO-SIT
           END-IF.

       0152-LTP-CAPITAL.
           OPEN INPUT ARQ-HIST-CAPITAL.
           IF ST-ARQUIVO-HCAP IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTP
              PERFORM UNTIL WS-EOF-LTP IS EQUAL TO 'Y'
                READ ARQ-HIST-CAPITAL
                  AT END MOVE 'Y' TO WS-EOF-LTP
                  NOT AT END
                     MOVE SPACES TO WS-HCAP-CNPJ
                     MOVE SPACES TO WS-HCAP-ANTERIOR
                     MOVE SPACES TO WS-HCAP-NOVO
                     MOVE SPACES TO WS-HCAP-DATA
                     UNSTRING REG-HIST-CAPITAL DELIMITED BY ';'
                       INTO WS-HCAP-CNPJ
                            WS-HCAP-ANTERIOR
                            WS-HCAP-NOVO
                            WS-HCAP-DATA
                     END-UNSTRING
                     IF WS-HCAP-CNPJ IS EQUAL TO RRE-CNPJ AND
                        WS-HCAP-DATA IS NUMERIC THEN
                        INITIALIZE WS-LTP-EVENTO
                        MOVE WS-HCAP-DATA TO WS-LTE-DATA
                        MOVE 'CAPITAL SOCIAL' TO WS-LTE-TIPO
                        MOVE WS-HCAP-ANTERIOR TO WS-LTE-ANTERIOR
                        MOVE WS-HCAP-NOVO TO WS-LTE-NOVO
                        MOVE 'CARGA RFB' TO WS-LTE-ORIGEM
                        PERFORM 0150-ANOTAR-EVENTO-LINHA-TEMPO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HIST-CAPITAL
           END-IF.

       0153-LTP-SOCIETARIO.
      *    HISTORICO-SOCIETARIO.DAT: CNPJ;CPF;IDENTIFICADOR;EVENTO;
      *    PERC-ANTERIOR;PERC-NOVO;QUALIF-ANTERIOR;QUALIF-NOVA;DATA;
      *    DATA-ENTRADA-SOCIEDADE (LINHAS ANTIGAS NAO TEM A ULTIMA).
      *    O CPF SEGUE A MASCARA DO QUADRO DE SOCIOS DA TELA.
           OPEN INPUT ARQ-HISTORICO-SOC.
           IF ST-ARQUIVO-HSOC IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTP
              PERFORM UNTIL WS-EOF-LTP IS EQUAL TO 'Y'
                READ ARQ-HISTORICO-SOC
                  AT END MOVE 'Y' TO WS-EOF-LTP
                  NOT AT END
                     MOVE SPACES TO WS-LTP-SOC-CNPJ
                     MOVE SPACES TO WS-LTP-SOC-DATA
                     UNSTRING REG-HISTORICO-SOC DELIMITED BY ';'
                       INTO WS-LTP-SOC-CNPJ
                            WS-LTP-SOC-CPF
                            WS-LTP-SOC-IDENT
                            WS-LTP-SOC-EVENTO
                            WS-LTP-SOC-PERC-ANT
                            WS-LTP-SOC-PERC-NOVO
                            WS-LTP-SOC-QUALIF-ANT
                            WS-LTP-SOC-QUALIF-NOVA
                            WS-LTP-SOC-DATA
                     END-UNSTRING
                     IF WS-LTP-SOC-CNPJ IS EQUAL TO RRE-CNPJ AND
                        WS-LTP-SOC-DATA IS NUMERIC THEN
                        PERFORM 0159-ANOTAR-EVENTO-SOCIO-LTP
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO-SOC
           END-IF.

       0154-LTP-ENDERECO.
           OPEN INPUT ARQ-HISTORICO-END.
           IF ST-ARQUIVO-HEND IS EQUAL TO '00' THEN
              MOVE RRE-CNPJ TO HEN-CNPJ
              MOVE ZEROES TO HEN-DATA-MUDANCA
              MOVE ZEROES TO HEN-HORA-MUDANCA
              MOVE 'N' TO WS-EOF-LTP
              START ARQ-HISTORICO-END
                KEY IS GREATER THAN OR EQUAL TO HEN-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-LTP
              END-START
              PERFORM UNTIL WS-EOF-LTP IS EQUAL TO 'Y'
                READ ARQ-HISTORICO-END NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-LTP
                  NOT AT END
                     IF HEN-CNPJ IS NOT EQUAL TO RRE-CNPJ THEN
                        MOVE 'Y' TO WS-EOF-LTP
                     ELSE
                        INITIALIZE WS-LTP-EVENTO
                        MOVE HEN-DATA-MUDANCA TO WS-LTE-DATA
                        MOVE HEN-HORA-MUDANCA TO WS-LTE-HORA
                        MOVE 'MUDANCA DE SEDE' TO WS-LTE-TIPO
                        STRING HEN-UF-ANTERIOR DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               HEN-MUNICIPIO-ANTERIOR DELIMITED BY SIZE
                          INTO WS-LTE-ANTERIOR
                        END-STRING
                        STRING HEN-UF-NOVO DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               HEN-MUNICIPIO-NOVO DELIMITED BY SIZE
                          INTO WS-LTE-NOVO
                        END-STRING
                        MOVE 'CARGA RFB' TO WS-LTE-ORIGEM
                        PERFORM 0150-ANOTAR-EVENTO-LINHA-TEMPO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-HISTORICO-END
           END-IF.

       0155-LTP-MANUTENCAO.
      *    A TRILHA DE AUDITORIA E TEXTO LIVRE; A LINHA E QUEBRADA
      *    PELOS ROTULOS COMO NO RELATORIO-TRILHA-AUDITORIA (USUARIO,
      *    DATA E HORA NO CABECALHO).
           OPEN INPUT ARQ-AUDITORIA.
           IF ST-ARQUIVO-AUD IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTP
              PERFORM UNTIL WS-EOF-LTP IS EQUAL TO 'Y'
                READ ARQ-AUDITORIA
                  AT END MOVE 'Y' TO WS-EOF-LTP
                  NOT AT END
                     MOVE SPACES TO WS-LTP-AUD-CABECA
                     MOVE SPACES TO WS-LTP-AUD-CNPJ
                     MOVE SPACES TO WS-LTP-AUD-CAMPO
                     MOVE SPACES TO WS-LTP-AUD-ANTES
                     MOVE SPACES TO WS-LTP-AUD-DEPOIS
                     UNSTRING REG-AUDITORIA
                       DELIMITED BY ' CNPJ: ' OR ' CAMPO: ' OR ' DE: '
                                 OR ' PARA: ' OR ' APROVADOR: '
                       INTO WS-LTP-AUD-CABECA
                            WS-LTP-AUD-CNPJ
                            WS-LTP-AUD-CAMPO
                            WS-LTP-AUD-ANTES
                            WS-LTP-AUD-DEPOIS
                            WS-LTP-AUD-APROVADOR
                     END-UNSTRING
                     MOVE WS-LTP-AUD-CABECA(22:8) TO WS-LTP-DATA-AUX
                     MOVE WS-LTP-AUD-CABECA(31:8) TO WS-LTP-HORA-AUX
                     IF WS-LTP-AUD-CNPJ IS EQUAL TO RRE-CNPJ AND
                        WS-LTP-DATA-AUX IS NUMERIC THEN
                        INITIALIZE WS-LTP-EVENTO
                        MOVE WS-LTP-DATA-AUX TO WS-LTE-DATA
                        IF WS-LTP-HORA-AUX IS NUMERIC THEN
                           MOVE WS-LTP-HORA-AUX TO WS-LTE-HORA
                        END-IF
                        MOVE WS-LTP-AUD-CAMPO TO WS-LTE-TIPO
                        MOVE WS-LTP-AUD-ANTES TO WS-LTE-ANTERIOR
                        MOVE WS-LTP-AUD-DEPOIS TO WS-LTE-NOVO
                        MOVE 'MANUTENCAO' TO WS-LTE-ORIGEM
                        PERFORM 0150-ANOTAR-EVENTO-LINHA-TEMPO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-AUDITORIA
           END-IF.

       0156-LTP-JOURNAL.
      *    O JOURNAL DA CARGA DIARIA REGISTRA INCLUSAO, ALTERACAO E
      *    EXCLUSAO DO CNPJ; A DATA DA CARGA FICA NO ID (SUFIXO +
      *    AAAAMMDD) E A SITUACAO ANTERIOR NA IMAGEM GUARDADA.
           OPEN INPUT ARQ-JOURNAL.
           IF ST-ARQUIVO-JRN IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTP
              PERFORM UNTIL WS-EOF-LTP IS EQUAL TO 'Y'
                READ ARQ-JOURNAL
                  AT END MOVE 'Y' TO WS-EOF-LTP
                  NOT AT END
                     IF JRN-TIPO IS EQUAL TO 'EMP' AND
                        JRN-CHAVE IS EQUAL TO RRE-CNPJ AND
                        JRN-ID-CARGA(7:8) IS NUMERIC THEN
                        INITIALIZE WS-LTP-EVENTO
                        MOVE JRN-ID-CARGA(7:8) TO WS-LTE-DATA
                        IF JRN-ACAO IS NOT EQUAL TO 'I' AND
                           JRN-IMAGEM(224:2) IS NUMERIC THEN
                           MOVE JRN-IMAGEM(224:2) TO WS-LTP-SIT-COD
                           PERFORM 0158-DESCREVER-SITUACAO-LTP
                           MOVE WS-LTP-SIT-DESC TO WS-LTE-ANTERIOR
                        END-IF
                        EVALUATE JRN-ACAO
                          WHEN 'I'
                             MOVE 'CARGA INCLUSAO' TO WS-LTE-TIPO
                             MOVE 'INCLUIDO NA BASE' TO WS-LTE-NOVO
                          WHEN 'A'
                             MOVE 'CARGA ALTERACAO' TO WS-LTE-TIPO
                             MOVE 'REGISTRO ATUALIZ.' TO WS-LTE-NOVO
                          WHEN 'E'
                             MOVE 'CARGA EXCLUSAO' TO WS-LTE-TIPO
                             MOVE 'EXCLUIDO DA BASE' TO WS-LTE-NOVO
                        END-EVALUATE
                        MOVE 'CARGA RFB' TO WS-LTE-ORIGEM
                        PERFORM 0150-ANOTAR-EVENTO-LINHA-TEMPO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-JOURNAL
           END-IF.

       0157-FORMATAR-LINHA-TEMPO.
      *    MONTA A LINHA DE EXIBICAO/IMPRESSAO DO EVENTO WS-IDX-LTP.
           MOVE SPACES TO WS-LTP-LINHA.
           MOVE WS-LTP-DATA(WS-IDX-LTP) TO WS-LTP-DATA-AUX.
           STRING WS-LTP-DATA-AUX(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-LTP-DATA-AUX(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-LTP-DATA-AUX(1:4) DELIMITED BY SIZE
             INTO WS-LTL-DATA
           END-STRING.
           MOVE WS-LTP-TIPO(WS-IDX-LTP) TO WS-LTL-TIPO.
           MOVE WS-LTP-ANTERIOR(WS-IDX-LTP) TO WS-LTL-ANTERIOR.
           MOVE WS-LTP-NOVO(WS-IDX-LTP) TO WS-LTL-NOVO.
           MOVE WS-LTP-ORIGEM(WS-IDX-LTP) TO WS-LTL-ORIGEM.

       0158-DESCREVER-SITUACAO-LTP.
           MOVE SPACES TO WS-LTP-SIT-DESC.
           EVALUATE WS-LTP-SIT-COD
             WHEN 01 MOVE '01-NULA' TO WS-LTP-SIT-DESC
             WHEN 02 MOVE '02-ATIVA' TO WS-LTP-SIT-DESC
             WHEN 03 MOVE '03-SUSPENSA' TO WS-LTP-SIT-DESC
             WHEN 04 MOVE '04-INAPTA' TO WS-LTP-SIT-DESC
             WHEN 08 MOVE '08-BAIXADA' TO WS-LTP-SIT-DESC
             WHEN OTHER MOVE WS-LTP-SIT-COD TO WS-LTP-SIT-DESC
           END-EVALUATE.

       0159-ANOTAR-EVENTO-SOCIO-LTP.
           INITIALIZE WS-LTP-EVENTO.
           MOVE WS-LTP-SOC-DATA TO WS-LTE-DATA.
           STRING 'SOCIO ' DELIMITED BY SIZE
                  WS-LTP-SOC-EVENTO DELIMITED BY SPACE
             INTO WS-LTE-TIPO
           END-STRING.
           MOVE WS-LTP-SOC-CPF TO WS-LTP-CPF-EXIBIDO.
           IF WS-CPF-AUTORIZADO IS NOT EQUAL TO 'S' THEN
              MOVE '*********' TO WS-LTP-CPF-EXIBIDO(4:9)
           END-IF.
           EVALUATE WS-LTP-SOC-EVENTO
             WHEN 'ENTRADA'
                MOVE WS-LTP-CPF-EXIBIDO TO WS-LTE-NOVO
             WHEN 'SAIDA'
                MOVE WS-LTP-CPF-EXIBIDO TO WS-LTE-ANTERIOR
             WHEN OTHER
                MOVE ZERO TO WS-LTP-PERC-NUM
                IF WS-LTP-SOC-PERC-ANT IS NUMERIC THEN
                   MOVE WS-LTP-SOC-PERC-ANT TO WS-LTP-PERC-NUM
                END-IF
                COMPUTE WS-LTP-PERC-V99 = WS-LTP-PERC-NUM / 100
                MOVE WS-LTP-PERC-V99 TO WS-LTP-PERC-ED
                STRING WS-LTP-PERC-ED DELIMITED BY SIZE
                       '% QUAL ' DELIMITED BY SIZE
                       WS-LTP-SOC-QUALIF-ANT DELIMITED BY SIZE
                  INTO WS-LTE-ANTERIOR
                END-STRING
                MOVE ZERO TO WS-LTP-PERC-NUM
                IF WS-LTP-SOC-PERC-NOVO IS NUMERIC THEN
                   MOVE WS-LTP-SOC-PERC-NOVO TO WS-LTP-PERC-NUM
                END-IF
                COMPUTE WS-LTP-PERC-V99 = WS-LTP-PERC-NUM / 100
                MOVE WS-LTP-PERC-V99 TO WS-LTP-PERC-ED
                STRING WS-LTP-PERC-ED DELIMITED BY SIZE
                       '% QUAL ' DELIMITED BY SIZE
                       WS-LTP-SOC-QUALIF-NOVA DELIMITED BY SIZE
                  INTO WS-LTE-NOVO
                END-STRING
           END-EVALUATE.
           MOVE 'CARGA RFB' TO WS-LTE-ORIGEM.
           PERFORM 0150-ANOTAR-EVENTO-LINHA-TEMPO.

       0160-GRAVAR-CORRECOES-PERSIST.
      *    CADA CAMPO ALTERADO PELA PROPOSTA APROVADA ENTRA NA CAMADA
      *    DE CORRECOES PERSISTENTES (CORRECOES-PERSISTENTES.DAT),
      *    QUE O GERAR-DADOS-INDEXADOS REAPLICA AO FINAL DE CADA
      *    CARGA. OS NOMES DE CAMPO SAO OS DO MANUTENCAO-EM-MASSA.
           PERFORM 0163-ABRIR-CORRECOES.
           IF ST-ARQUIVO-COR IS EQUAL TO '00' THEN
              IF WS-ANTES-LOGRADOURO IS NOT EQUAL TO RRE-LOGRADOURO
              THEN
                 MOVE 'FRE-LOGRADOURO' TO WS-COR-CAMPO
                 MOVE WS-ANTES-LOGRADOURO TO WS-COR-VALOR-ANTES
                 MOVE RRE-LOGRADOURO TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-NUMERO IS NOT EQUAL TO RRE-NUMERO THEN
                 MOVE 'FRE-NUMERO' TO WS-COR-CAMPO
                 MOVE WS-ANTES-NUMERO TO WS-COR-VALOR-ANTES
                 MOVE RRE-NUMERO TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-COMPLEMENTO IS NOT EQUAL TO RRE-COMPLEMENTO
              THEN
                 MOVE 'FRE-COMPLEMENTO' TO WS-COR-CAMPO
                 MOVE WS-ANTES-COMPLEMENTO TO WS-COR-VALOR-ANTES
                 MOVE RRE-COMPLEMENTO TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-BAIRRO IS NOT EQUAL TO RRE-BAIRRO THEN
                 MOVE 'FRE-BAIRRO' TO WS-COR-CAMPO
                 MOVE WS-ANTES-BAIRRO TO WS-COR-VALOR-ANTES
                 MOVE RRE-BAIRRO TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-CEP IS NOT EQUAL TO RRE-CEP THEN
                 MOVE 'FRE-CEP' TO WS-COR-CAMPO
                 MOVE WS-ANTES-CEP TO WS-COR-VALOR-ANTES
                 MOVE RRE-CEP TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-UF IS NOT EQUAL TO RRE-UF THEN
                 MOVE 'FRE-UF' TO WS-COR-CAMPO
                 MOVE WS-ANTES-UF TO WS-COR-VALOR-ANTES
                 MOVE RRE-UF TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-DDD-1 IS NOT EQUAL TO RRE-DDD-1 THEN
                 MOVE 'FRE-DDD-1' TO WS-COR-CAMPO
                 MOVE WS-ANTES-DDD-1 TO WS-COR-VALOR-ANTES
                 MOVE RRE-DDD-1 TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-TELEFONE-1 IS NOT EQUAL TO RRE-TELEFONE-1
              THEN
                 MOVE 'FRE-TELEFONE-1' TO WS-COR-CAMPO
                 MOVE WS-ANTES-TELEFONE-1 TO WS-COR-VALOR-ANTES
                 MOVE RRE-TELEFONE-1 TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              IF WS-ANTES-EMAIL IS NOT EQUAL TO RRE-CORREIO-ELETRONICO
              THEN
                 MOVE 'FRE-CORREIO-ELETRONICO' TO WS-COR-CAMPO
                 MOVE WS-ANTES-EMAIL TO WS-COR-VALOR-ANTES
                 MOVE RRE-CORREIO-ELETRONICO TO WS-COR-VALOR-DEPOIS
                 PERFORM 0161-GRAVAR-UMA-CORRECAO
              END-IF
              CLOSE ARQ-CORRECOES
           END-IF.

       0161-GRAVAR-UMA-CORRECAO.
      *    O VALOR DE REFERENCIA DA RFB E O DA PRIMEIRA CORRECAO DO
      *    CAMPO; SO E RENOVADO QUANDO A CORRECAO ANTERIOR ESTAVA EM
      *    CONFLITO OU DESCARTADA (A BASE JA TRAZ O VALOR DA RFB).
           MOVE RRE-CNPJ TO COR-CNPJ.
           MOVE WS-COR-CAMPO TO COR-CAMPO.
           MOVE 'S' TO WS-COR-EXISTE.
           READ ARQ-CORRECOES
             INVALID KEY
                MOVE 'N' TO WS-COR-EXISTE
           END-READ.
           IF WS-COR-EXISTE IS EQUAL TO 'N' THEN
              INITIALIZE FD-REG-CORRECAO
              MOVE RRE-CNPJ TO COR-CNPJ
              MOVE WS-COR-CAMPO TO COR-CAMPO
              MOVE WS-COR-VALOR-ANTES TO COR-VALOR-RFB
           ELSE
              IF COR-SITUACAO IS NOT EQUAL TO 'A' THEN
                 MOVE WS-COR-VALOR-ANTES TO COR-VALOR-RFB
              END-IF
           END-IF.
           MOVE WS-COR-VALOR-DEPOIS TO COR-VALOR-CORRIGIDO.
           MOVE SPACES TO COR-VALOR-RFB-NOVO.
           MOVE 'A' TO COR-SITUACAO.
           MOVE 'TELA' TO COR-ORIGEM.
           MOVE SPACES TO COR-REFERENCIA.
           MOVE WS-USUARIO-MANUT TO COR-USUARIO.
           MOVE WS-APROVADOR-MANUT TO COR-APROVADOR.
           MOVE WS-DATA-AUDITORIA TO COR-DATA-CORRECAO.
           MOVE ZERO TO COR-DATA-DECISAO.
           IF WS-COR-EXISTE IS EQUAL TO 'S' THEN
              REWRITE FD-REG-CORRECAO
                INVALID KEY
                   CONTINUE
              END-REWRITE
           ELSE
              WRITE FD-REG-CORRECAO
                INVALID KEY
                   CONTINUE
              END-WRITE
           END-IF.

       0162-REVISAR-CONFLITOS-CORRECAO.
      *    CONFLITOS APONTADOS PELA CARGA (A RFB PASSOU A MANDAR OUTRO
      *    VALOR PARA UM CAMPO COM CORRECAO MANUAL, RELACIONADOS EM
      *    CONFLITOS-CORRECOES.TXT): O APROVADOR DECIDE SE A
      *    CORRECAO CONTINUA VALENDO OU SE E DESCARTADA.
           MOVE ZERO TO WS-QTD-COR-CONFLITO.
           OPEN I-O ARQ-CORRECOES.
           IF ST-ARQUIVO-COR IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-COR
              PERFORM UNTIL WS-EOF-COR IS EQUAL TO 'Y'
                READ ARQ-CORRECOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-COR
                  NOT AT END
                     IF COR-SITUACAO IS EQUAL TO 'C' THEN
                        ADD 1 TO WS-QTD-COR-CONFLITO
                        PERFORM 0164-DECIDIR-CONFLITO-CORRECAO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CORRECOES
           END-IF.

       0163-ABRIR-CORRECOES.
           OPEN I-O ARQ-CORRECOES.
           IF ST-ARQUIVO-COR IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-CORRECOES
              CLOSE ARQ-CORRECOES
              OPEN I-O ARQ-CORRECOES
           END-IF.

       0164-DECIDIR-CONFLITO-CORRECAO.
           DISPLAY SC-TELA-LIMPA.
           MOVE SPACE TO WS-COR-DECISAO.
           DISPLAY SC-CONFLITO-CORRECAO.
           ACCEPT SC-CONFLITO-CORRECAO.
           MOVE FUNCTION UPPER-CASE(WS-COR-DECISAO) TO WS-COR-DECISAO.
           EVALUATE WS-COR-DECISAO
             WHEN 'M'
                PERFORM 0165-MANTER-CORRECAO
             WHEN 'D'
                MOVE 'D' TO COR-SITUACAO
                MOVE WS-USUARIO-LOGADO TO COR-APROVADOR
                ACCEPT COR-DATA-DECISAO FROM DATE YYYYMMDD
                REWRITE FD-REG-CORRECAO
                  INVALID KEY
                     CONTINUE
                END-REWRITE
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

       0165-MANTER-CORRECAO.
      *    A CORRECAO MANTIDA VOLTA PARA A BASE NA HORA E PASSA A TER
      *    COMO REFERENCIA O VALOR QUE A RFB MANDOU NA ULTIMA CARGA.
           OPEN I-O ARQ-EMPRESAS.
           MOVE COR-CNPJ TO FRE-CNPJ-ID.
           READ ARQ-EMPRESAS
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                PERFORM 0166-GRAVAR-CAMPO-CORRIGIDO
                REWRITE FD-REG-EMPRESA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 'EMP' TO WS-RPL-ARQUIVO
                     MOVE FRE-CNPJ TO WS-RPL-CHAVE
                     MOVE 'CORRECAO' TO WS-RPL-ORIGEM
                     PERFORM 9850-ENFILEIRAR-REPLICACAO
                     MOVE FD-REG-EMPRESA TO REGISTRO-RFB-EMPRESA
                     MOVE WS-USUARIO-LOGADO TO WS-USUARIO-MANUT
                     MOVE WS-USUARIO-LOGADO TO WS-APROVADOR-MANUT
                     ACCEPT WS-DATA-AUDITORIA FROM DATE YYYYMMDD
                     ACCEPT WS-HORA-AUDITORIA FROM TIME
                     MOVE COR-CAMPO(5:15) TO WS-CAMPO-AUDITORIA
                     MOVE COR-VALOR-RFB-NOVO TO WS-VALOR-ANTES-AUDITORIA
                     MOVE COR-VALOR-CORRIGIDO TO
                       WS-VALOR-DEPOIS-AUDITORIA
                     OPEN EXTEND ARQ-AUDITORIA
                     IF ST-ARQUIVO-AUD IS EQUAL TO '35' THEN
                        OPEN OUTPUT ARQ-AUDITORIA
                     END-IF
                     PERFORM 0085-ESCREVER-REG-AUDITORIA
                     CLOSE ARQ-AUDITORIA
                     MOVE SPACES TO WS-APROVADOR-MANUT
                END-REWRITE
           END-READ.
           CLOSE ARQ-EMPRESAS.
           MOVE COR-VALOR-RFB-NOVO TO COR-VALOR-RFB.
           MOVE SPACES TO COR-VALOR-RFB-NOVO.
           MOVE 'A' TO COR-SITUACAO.
           MOVE WS-USUARIO-LOGADO TO COR-APROVADOR.
           ACCEPT COR-DATA-DECISAO FROM DATE YYYYMMDD.
           REWRITE FD-REG-CORRECAO
             INVALID KEY
                CONTINUE
           END-REWRITE.

       0166-GRAVAR-CAMPO-CORRIGIDO.
           EVALUATE COR-CAMPO
             WHEN 'FRE-LOGRADOURO'
                MOVE COR-VALOR-CORRIGIDO(1:60) TO FRE-LOGRADOURO
             WHEN 'FRE-NUMERO'
                MOVE COR-VALOR-CORRIGIDO(1:6) TO FRE-NUMERO
             WHEN 'FRE-COMPLEMENTO'
                MOVE COR-VALOR-CORRIGIDO(1:156) TO FRE-COMPLEMENTO
             WHEN 'FRE-BAIRRO'
                MOVE COR-VALOR-CORRIGIDO(1:50) TO FRE-BAIRRO
             WHEN 'FRE-CEP'
                MOVE COR-VALOR-CORRIGIDO(1:8) TO FRE-CEP
             WHEN 'FRE-UF'
                MOVE COR-VALOR-CORRIGIDO(1:2) TO FRE-UF
             WHEN 'FRE-DDD-1'
                MOVE COR-VALOR-CORRIGIDO(1:4) TO FRE-DDD-1
             WHEN 'FRE-TELEFONE-1'
                MOVE COR-VALOR-CORRIGIDO(1:8) TO FRE-TELEFONE-1
             WHEN 'FRE-CORREIO-ELETRONICO'
                MOVE COR-VALOR-CORRIGIDO(1:115) TO
                  FRE-CORREIO-ELETRONICO
           END-EVALUATE.

       0167-REGISTRAR-CONTESTACAO.
      *    ABRE UMA CONTESTACAO JUNTO A RFB PARA UM CAMPO DA EMPRESA
      *    EXIBIDA. O CONTROLE-CONTESTACOES-RFB FECHA A CONTESTACAO
      *    QUANDO UMA CARGA TRAZ O VALOR ESPERADO E AVISA O
      *    RESPONSAVEL QUANDO O PRAZO DE RESPOSTA VENCE.
           MOVE SPACES TO WS-CTT-PROTOCOLO.
           MOVE SPACES TO WS-CTT-CAMPO.
           MOVE SPACES TO WS-CTT-VALOR-CONTESTADO.
           MOVE SPACES TO WS-CTT-VALOR-ESPERADO.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-REGISTRAR-CONTESTACAO.
           ACCEPT SC-REGISTRAR-CONTESTACAO.
           MOVE FUNCTION UPPER-CASE(WS-CTT-CAMPO) TO WS-CTT-CAMPO.
           PERFORM 0168-VALOR-CAMPO-CONTESTADO.
           EVALUATE TRUE
             WHEN WS-CTT-PROTOCOLO IS EQUAL TO SPACES OR
                  WS-CTT-VALOR-ESPERADO IS EQUAL TO SPACES
                MOVE '*** PROTOCOLO E VALOR ESPERADO OBRIGATORIOS ***'
                  TO WS-MENSAGEM
             WHEN WS-CTT-CAMPO-VALIDO IS EQUAL TO 'N'
                MOVE '*** CAMPO NAO PREVISTO PARA CONTESTACAO ***' TO
                  WS-MENSAGEM
             WHEN OTHER
                IF WS-CTT-VALOR-CONTESTADO IS EQUAL TO SPACES THEN
                   MOVE WS-CTT-VALOR-ATUAL TO WS-CTT-VALOR-CONTESTADO
                END-IF
                PERFORM 0169-GRAVAR-CONTESTACAO
           END-EVALUATE.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
           DISPLAY SC-EXIBIR-PJ-CNAE-SEC.

       0168-VALOR-CAMPO-CONTESTADO.
      *    MESMOS NOMES DE CAMPO DO COMPARADOR-CARGAS-MENSAIS, PARA O
      *    FECHAMENTO AUTOMATICO CASAR COM AS ALTERACOES DA CARGA.
           MOVE 'S' TO WS-CTT-CAMPO-VALIDO.
           MOVE SPACES TO WS-CTT-VALOR-ATUAL.
           EVALUATE WS-CTT-CAMPO
             WHEN 'SIT-CADASTRAL'
                MOVE RRE-SIT-CADASTRAL TO WS-CTT-VALOR-ATUAL
             WHEN 'MOTIVO-SIT-CAD'
                MOVE RRE-MOTIVO-SIT-CADASTRAL TO WS-CTT-VALOR-ATUAL
             WHEN 'CNAE-FISCAL'
                MOVE RRE-CNAE-FISCAL TO WS-CTT-VALOR-ATUAL
             WHEN 'NAT-JURIDICA'
                MOVE RRE-COD-NAT-JURIDICA TO WS-CTT-VALOR-ATUAL
             WHEN 'PORTE-EMPRESA'
                MOVE RRE-PORTE-EMPRESA TO WS-CTT-VALOR-ATUAL
             WHEN 'RAZAO-SOCIAL'
                MOVE RRE-RAZAO-SOCIAL TO WS-CTT-VALOR-ATUAL
             WHEN 'NOME-FANTASIA'
                MOVE RRE-NOME-FANTASIA TO WS-CTT-VALOR-ATUAL
             WHEN 'LOGRADOURO'
                MOVE RRE-LOGRADOURO TO WS-CTT-VALOR-ATUAL
             WHEN 'NUMERO'
                MOVE RRE-NUMERO TO WS-CTT-VALOR-ATUAL
             WHEN 'COMPLEMENTO'
                MOVE RRE-COMPLEMENTO TO WS-CTT-VALOR-ATUAL
             WHEN 'BAIRRO'
                MOVE RRE-BAIRRO TO WS-CTT-VALOR-ATUAL
             WHEN 'CEP'
                MOVE RRE-CEP TO WS-CTT-VALOR-ATUAL
             WHEN 'UF'
                MOVE RRE-UF TO WS-CTT-VALOR-ATUAL
             WHEN 'COD-MUNICIPIO'
                MOVE RRE-COD-MUNICIPIO TO WS-CTT-VALOR-ATUAL
             WHEN 'CORREIO-ELETRONICO'
                MOVE RRE-CORREIO-ELETRONICO TO WS-CTT-VALOR-ATUAL
             WHEN 'DDD-TELEFONE-1'
                MOVE RRE-DDD-TELEFONE-1 TO WS-CTT-VALOR-ATUAL
             WHEN OTHER
                MOVE 'N' TO WS-CTT-CAMPO-VALIDO
           END-EVALUATE.

       0169-GRAVAR-CONTESTACAO.
           OPEN I-O ARQ-CONTESTACOES.
           IF ST-ARQUIVO-CTT IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-CONTESTACOES
              CLOSE ARQ-CONTESTACOES
              OPEN I-O ARQ-CONTESTACOES
           END-IF.
           IF ST-ARQUIVO-CTT IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO WS-MENSAGEM
              STRING '*** CONTESTACOES INDISPONIVEL - STATUS '
                       DELIMITED BY SIZE
                     ST-ARQUIVO-CTT DELIMITED BY SIZE
                     ' ***' DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           ELSE
              INITIALIZE FD-REG-CONTESTACAO
              MOVE WS-CTT-PROTOCOLO TO CTT-PROTOCOLO
              MOVE RRE-CNPJ TO CTT-CNPJ
              MOVE WS-CTT-CAMPO TO CTT-CAMPO
              MOVE WS-CTT-VALOR-CONTESTADO TO CTT-VALOR-CONTESTADO
              MOVE WS-CTT-VALOR-ESPERADO TO CTT-VALOR-ESPERADO
              ACCEPT CTT-DATA-ABERTURA FROM DATE YYYYMMDD
              MOVE WS-USUARIO-LOGADO TO CTT-RESPONSAVEL
              MOVE 'P' TO CTT-SITUACAO
              MOVE ZERO TO CTT-DATA-FECHAMENTO
              MOVE SPACES TO CTT-ORIGEM-FECHAMENTO
              MOVE 'N' TO CTT-AVISO-PRAZO
              WRITE FD-REG-CONTESTACAO
                INVALID KEY
                   MOVE '*** PROTOCOLO JA REGISTRADO ***' TO
                     WS-MENSAGEM
                NOT INVALID KEY
                   MOVE '*** CONTESTACAO REGISTRADA ***' TO
                     WS-MENSAGEM
              END-WRITE
              CLOSE ARQ-CONTESTACOES
           END-IF.

       0184-BUSCAR-ANOTACOES.
      *    ANOTACOES DO ANALISTA E REFERENCIAS A DOCUMENTOS INTERNOS
      *    DO CNPJ, GRAVADAS PELA PROPRIA TELA (COMANDO N DA FICHA).
      *    A TABELA GUARDA AS 20 MAIS RECENTES PARA A TELA, A FICHA
      *    IMPRESSA E O JSON; A CONTAGEM DA FICHA E DO TOTAL GRAVADO.
           INITIALIZE WS-TAB-ANT.
           MOVE ZERO TO WS-QTD-ANT.
           MOVE ZERO TO WS-QTD-ANT-TOTAL.
           MOVE 'N' TO WS-ANT-TRUNCADA.
           MOVE '--' TO WS-QTD-ANT-ED.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-ANOTACOES.
           IF ST-ARQUIVO-ANT IS EQUAL TO '35' THEN
              MOVE '0' TO WS-QTD-ANT-ED
           END-IF.
           IF ST-ARQUIVO-ANT IS EQUAL TO '00' THEN
              MOVE RRE-CNPJ TO ANT-CNPJ
              MOVE ZEROES TO ANT-DATA
              MOVE ZEROES TO ANT-HORA
              MOVE 'N' TO WS-EOF-ANT
              START ARQ-ANOTACOES
                KEY IS GREATER THAN OR EQUAL TO ANT-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-ANT
              END-START
              PERFORM UNTIL WS-EOF-ANT IS EQUAL TO 'Y'
                READ ARQ-ANOTACOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-ANT
                  NOT AT END
                     IF ANT-CNPJ IS NOT EQUAL TO RRE-CNPJ THEN
                        MOVE 'Y' TO WS-EOF-ANT
                     ELSE
                        IF WS-QTD-ANT-TOTAL IS LESS THAN 999 THEN
                           ADD 1 TO WS-QTD-ANT-TOTAL
                        END-IF
                        PERFORM 0185-GUARDAR-ANOTACAO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-ANOTACOES
              MOVE WS-QTD-ANT-TOTAL TO WS-QTD-ANT-Z
              MOVE WS-QTD-ANT-Z TO WS-QTD-ANT-ED
           END-IF.

       0185-GUARDAR-ANOTACAO.
      *    A LEITURA VEM EM ORDEM DE DATA; COM A TABELA CHEIA A MAIS
      *    ANTIGA SAI PARA DAR LUGAR A QUE ACABOU DE SER LIDA.
           IF WS-QTD-ANT IS EQUAL TO 20 THEN
              PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                UNTIL WS-IDX-ANT IS GREATER THAN 19
                MOVE WS-ANT-ITEM(WS-IDX-ANT + 1) TO
                  WS-ANT-ITEM(WS-IDX-ANT)
              END-PERFORM
              MOVE 'S' TO WS-ANT-TRUNCADA
           ELSE
              ADD 1 TO WS-QTD-ANT
           END-IF.
           MOVE ANT-DATA TO WS-ANT-DATA(WS-QTD-ANT).
           MOVE ANT-TIPO TO WS-ANT-TIPO(WS-QTD-ANT).
           MOVE ANT-CATEGORIA TO WS-ANT-CATEGORIA(WS-QTD-ANT).
           MOVE ANT-TEXTO TO WS-ANT-TEXTO(WS-QTD-ANT).
           MOVE ANT-AUTOR TO WS-ANT-AUTOR(WS-QTD-ANT).
           MOVE ANT-VALIDADE TO WS-ANT-VALIDADE(WS-QTD-ANT).
           MOVE ANT-DOC-TIPO TO WS-ANT-DOC-TIPO(WS-QTD-ANT).
           MOVE ANT-DOC-NUMERO TO WS-ANT-DOC-NUMERO(WS-QTD-ANT).
           MOVE ANT-DOC-LOCAL TO WS-ANT-DOC-LOCAL(WS-QTD-ANT).
           IF ANT-VALIDADE IS EQUAL TO ZERO OR
              ANT-VALIDADE IS NOT LESS THAN WS-DATA-HOJE THEN
              MOVE 'S' TO WS-ANT-VIGENTE(WS-QTD-ANT)
           ELSE
              MOVE 'N' TO WS-ANT-VIGENTE(WS-QTD-ANT)
           END-IF.

       0186-EXIBIR-ANOTACOES.
      *    LISTA AS 8 MAIS RECENTES (DUAS LINHAS CADA); I OU D NA
      *    REGUA ABRE A INCLUSAO, RESTRITA AOS PERFIS DE MANUTENCAO
      *    E SUPERVISOR. O PERFIL DE OPERACAO SO CONSULTA.
           PERFORM 0187-MONTAR-TELA-ANOTACOES.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-ANOTACOES.
           MOVE SPACES TO WS-MENSAGEM.
           IF WS-QTD-ANT IS EQUAL TO ZERO THEN
              MOVE
                '*** NENHUMA ANOTACAO OU DOCUMENTO PARA ESTE CNPJ ***'
                TO WS-MENSAGEM
           END-IF.
           IF WS-QTD-ANT IS GREATER THAN 8 THEN
              MOVE '*** EXIBIDAS AS 8 MAIS RECENTES - AS DEMAIS SAEM NA
      -       'FICHA (F) ***' TO WS-MENSAGEM
           END-IF.
           DISPLAY SC-MENSAGEM.
           MOVE ' ' TO WS-COMANDO.
           ACCEPT SC-REGUA-COMANDO.
           MOVE '*** ANOTACOES EXIBIDAS - ENTER VOLTA A FICHA ***' TO
             WS-MENSAGEM.
           IF WS-COMANDO IS EQUAL TO 'I' OR
              WS-COMANDO IS EQUAL TO 'i' OR
              WS-COMANDO IS EQUAL TO 'D' OR
              WS-COMANDO IS EQUAL TO 'd' THEN
              IF WS-PERFIL-LOGADO IS EQUAL TO 'M' OR
                 WS-PERFIL-LOGADO IS EQUAL TO 'S' THEN
                 PERFORM 0188-INCLUIR-ANOTACAO
                 PERFORM 0184-BUSCAR-ANOTACOES
              ELSE
                 PERFORM 0029-AVISAR-ACESSO-RESTRITO
              END-IF
           END-IF.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
           DISPLAY SC-EXIBIR-PJ-CNAE-SEC.

       0187-MONTAR-TELA-ANOTACOES.
      *    DA MAIS RECENTE PARA A MAIS ANTIGA. PRIMEIRA LINHA: DATA,
      *    TIPO, CATEGORIA, AUTOR, SITUACAO E VALIDADE; SEGUNDA: O
      *    TEXTO DA ANOTACAO OU A REFERENCIA DO DOCUMENTO.
           INITIALIZE WS-TAB-ANT-TELA.
           MOVE ZERO TO WS-ANT-LIN.
           MOVE 1 TO WS-ANT-INICIO.
           IF WS-QTD-ANT IS GREATER THAN 8 THEN
              COMPUTE WS-ANT-INICIO = WS-QTD-ANT - 7
           END-IF.
           PERFORM VARYING WS-IDX-ANT FROM WS-QTD-ANT BY -1
             UNTIL WS-IDX-ANT IS LESS THAN WS-ANT-INICIO
             PERFORM 0191-EDITAR-ANOTACAO
             ADD 1 TO WS-ANT-LIN
             STRING WS-ANT-DATA(WS-IDX-ANT) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ANT-TIPO-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ANT-CATEGORIA(WS-IDX-ANT) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ANT-AUTOR(WS-IDX-ANT) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ANT-SITUACAO-ED DELIMITED BY SIZE
                    '   ' DELIMITED BY SIZE
                    WS-ANT-VALIDADE-ED DELIMITED BY SIZE
               INTO WS-ANT-LINHA(WS-ANT-LIN)
             END-STRING
             ADD 1 TO WS-ANT-LIN
             IF WS-ANT-TIPO(WS-IDX-ANT) IS EQUAL TO 'D' THEN
                STRING '         DOC: ' DELIMITED BY SIZE
                       WS-ANT-DOC-TIPO(WS-IDX-ANT) DELIMITED BY '  '
                       ' NO ' DELIMITED BY SIZE
                       WS-ANT-DOC-NUMERO(WS-IDX-ANT) DELIMITED BY '  '
                       ' - ' DELIMITED BY SIZE
                       WS-ANT-DOC-LOCAL(WS-IDX-ANT) DELIMITED BY SIZE
                  INTO WS-ANT-LINHA(WS-ANT-LIN)
                END-STRING
             ELSE
                STRING '         ' DELIMITED BY SIZE
                       WS-ANT-TEXTO(WS-IDX-ANT) DELIMITED BY SIZE
                  INTO WS-ANT-LINHA(WS-ANT-LIN)
                END-STRING
             END-IF
           END-PERFORM.

       0191-EDITAR-ANOTACAO.
           IF WS-ANT-TIPO(WS-IDX-ANT) IS EQUAL TO 'D' THEN
              MOVE 'DOCUMENTO' TO WS-ANT-TIPO-ED
           ELSE
              MOVE 'ANOTACAO' TO WS-ANT-TIPO-ED
           END-IF.
           IF WS-ANT-VIGENTE(WS-IDX-ANT) IS EQUAL TO 'S' THEN
              MOVE 'VIGENTE' TO WS-ANT-SITUACAO-ED
           ELSE
              MOVE 'VENCIDA' TO WS-ANT-SITUACAO-ED
           END-IF.
           IF WS-ANT-VALIDADE(WS-IDX-ANT) IS EQUAL TO ZERO THEN
              MOVE '--------' TO WS-ANT-VALIDADE-ED
           ELSE
              MOVE WS-ANT-VALIDADE(WS-IDX-ANT) TO WS-ANT-VALIDADE-ED
           END-IF.

       0188-INCLUIR-ANOTACAO.
           IF WS-COMANDO IS EQUAL TO 'D' OR
              WS-COMANDO IS EQUAL TO 'd' THEN
              MOVE 'D' TO WS-ANT-TIPO-INC
              MOVE 'DOCUMENTO' TO WS-ANT-TIPO-ED
           ELSE
              MOVE 'A' TO WS-ANT-TIPO-INC
              MOVE 'ANOTACAO' TO WS-ANT-TIPO-ED
           END-IF.
           MOVE SPACES TO WS-ANT-CATEGORIA-INC.
           MOVE SPACES TO WS-ANT-TEXTO-INC.
           MOVE SPACES TO WS-ANT-VALIDADE-INC.
           MOVE SPACES TO WS-ANT-DOC-TIPO-INC.
           MOVE SPACES TO WS-ANT-DOC-NUMERO-INC.
           MOVE SPACES TO WS-ANT-DOC-LOCAL-INC.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-INCLUIR-ANOTACAO.
           ACCEPT SC-INCLUIR-ANOTACAO.
           MOVE FUNCTION UPPER-CASE(WS-ANT-CATEGORIA-INC) TO
             WS-ANT-CATEGORIA-INC.
           MOVE FUNCTION UPPER-CASE(WS-ANT-DOC-TIPO-INC) TO
             WS-ANT-DOC-TIPO-INC.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE TRUE
             WHEN WS-ANT-CATEGORIA-INC IS EQUAL TO SPACES
                MOVE '*** CATEGORIA OBRIGATORIA ***' TO WS-MENSAGEM
             WHEN WS-ANT-TIPO-INC IS EQUAL TO 'A' AND
                  WS-ANT-TEXTO-INC IS EQUAL TO SPACES
                MOVE '*** TEXTO DA ANOTACAO OBRIGATORIO ***' TO
                  WS-MENSAGEM
             WHEN WS-ANT-TIPO-INC IS EQUAL TO 'D' AND
                  (WS-ANT-DOC-TIPO-INC IS EQUAL TO SPACES OR
                   WS-ANT-DOC-NUMERO-INC IS EQUAL TO SPACES OR
                   WS-ANT-DOC-LOCAL-INC IS EQUAL TO SPACES)
                MOVE '*** TIPO, NUMERO E LOCAL DO DOCUMENTO SAO OBRIGATO
      -         'RIOS ***' TO WS-MENSAGEM
             WHEN WS-ANT-VALIDADE-INC IS NOT EQUAL TO SPACES AND
                  (WS-ANT-VALIDADE-INC IS NOT NUMERIC OR
                   WS-ANT-VAL-MES IS LESS THAN 1 OR
                   WS-ANT-VAL-MES IS GREATER THAN 12 OR
                   WS-ANT-VAL-DIA IS LESS THAN 1 OR
                   WS-ANT-VAL-DIA IS GREATER THAN 31)
                MOVE '*** VALIDADE INVALIDA - INFORMAR AAAAMMDD ***'
                  TO WS-MENSAGEM
             WHEN WS-ANT-VALIDADE-INC IS NOT EQUAL TO SPACES AND
                  WS-ANT-VALIDADE-INC IS LESS THAN WS-DATA-HOJE
                MOVE '*** VALIDADE ANTERIOR A DATA DE HOJE ***' TO
                  WS-MENSAGEM
             WHEN OTHER
                PERFORM 0189-GRAVAR-ANOTACAO
           END-EVALUATE.

       0189-GRAVAR-ANOTACAO.
           OPEN I-O ARQ-ANOTACOES.
           IF ST-ARQUIVO-ANT IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-ANOTACOES
              CLOSE ARQ-ANOTACOES
              OPEN I-O ARQ-ANOTACOES
           END-IF.
           IF ST-ARQUIVO-ANT IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO WS-MENSAGEM
              STRING '*** ANOTACOES INDISPONIVEL - STATUS '
                       DELIMITED BY SIZE
                     ST-ARQUIVO-ANT DELIMITED BY SIZE
                     ' ***' DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           ELSE
              INITIALIZE FD-REG-ANOTACAO
              MOVE RRE-CNPJ TO ANT-CNPJ
              ACCEPT ANT-DATA FROM DATE YYYYMMDD
              ACCEPT ANT-HORA FROM TIME
              MOVE WS-ANT-TIPO-INC TO ANT-TIPO
              MOVE WS-ANT-CATEGORIA-INC TO ANT-CATEGORIA
              MOVE WS-ANT-TEXTO-INC TO ANT-TEXTO
              MOVE WS-USUARIO-LOGADO TO ANT-AUTOR
              IF WS-ANT-VALIDADE-INC IS EQUAL TO SPACES THEN
                 MOVE ZERO TO ANT-VALIDADE
              ELSE
                 MOVE WS-ANT-VALIDADE-INC TO ANT-VALIDADE
              END-IF
              MOVE WS-ANT-DOC-TIPO-INC TO ANT-DOC-TIPO
              MOVE WS-ANT-DOC-NUMERO-INC TO ANT-DOC-NUMERO
              MOVE WS-ANT-DOC-LOCAL-INC TO ANT-DOC-LOCAL
              WRITE FD-REG-ANOTACAO
                INVALID KEY
                   MOVE '*** ANOTACAO NAO GRAVADA - REPETIR A INCLUSAO
      -            ' ***' TO WS-MENSAGEM
                NOT INVALID KEY
                   MOVE SPACES TO WS-MENSAGEM
                   STRING '*** ' DELIMITED BY SIZE
                          WS-ANT-TIPO-ED DELIMITED BY SPACE
                          ' INCLUIDO(A) NA FICHA DO CNPJ ***'
                            DELIMITED BY SIZE
                     INTO WS-MENSAGEM
                   END-STRING
                   PERFORM 0190-GRAVAR-AUDITORIA-ANOTACAO
              END-WRITE
              CLOSE ARQ-ANOTACOES
           END-IF.

       0190-GRAVAR-AUDITORIA-ANOTACAO.
      *    A INCLUSAO ENTRA NA TRILHA COM O CAMPO ANOTACAO OU
      *    DOCUMENTO; O PARA LEVA A CATEGORIA E O TEXTO OU A
      *    REFERENCIA DO DOCUMENTO.
           MOVE WS-USUARIO-LOGADO TO WS-USUARIO-MANUT.
           ACCEPT WS-DATA-AUDITORIA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AUDITORIA FROM TIME.
           OPEN EXTEND ARQ-AUDITORIA.
           IF ST-ARQUIVO-AUD IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           MOVE SPACES TO REG-AUDITORIA.
           IF ANT-TIPO IS EQUAL TO 'D' THEN
              STRING WS-USUARIO-MANUT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DATA-AUDITORIA DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-HORA-AUDITORIA DELIMITED BY SIZE
                     ' CNPJ: ' DELIMITED BY SIZE
                     ANT-CNPJ DELIMITED BY SIZE
                     ' CAMPO: DOCUMENTO' DELIMITED BY SIZE
                     ' DE: INCLUSAO' DELIMITED BY SIZE
                     ' PARA: ' DELIMITED BY SIZE
                     ANT-CATEGORIA DELIMITED BY '  '
                     ' / ' DELIMITED BY SIZE
                     ANT-DOC-TIPO DELIMITED BY '  '
                     ' NO ' DELIMITED BY SIZE
                     ANT-DOC-NUMERO DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     ANT-DOC-LOCAL DELIMITED BY '  '
                INTO REG-AUDITORIA
              END-STRING
           ELSE
              STRING WS-USUARIO-MANUT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DATA-AUDITORIA DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-HORA-AUDITORIA DELIMITED BY SIZE
                     ' CNPJ: ' DELIMITED BY SIZE
                     ANT-CNPJ DELIMITED BY SIZE
                     ' CAMPO: ANOTACAO' DELIMITED BY SIZE
                     ' DE: INCLUSAO' DELIMITED BY SIZE
                     ' PARA: ' DELIMITED BY SIZE
                     ANT-CATEGORIA DELIMITED BY '  '
                     ' / ' DELIMITED BY SIZE
                     ANT-TEXTO DELIMITED BY SIZE
                INTO REG-AUDITORIA
              END-STRING
           END-IF.
           WRITE REG-AUDITORIA.
           CLOSE ARQ-AUDITORIA.

       0195-MARCAR-PAGINA-LISTA.
      *    MARCA LINHAS DA PAGINA CORRENTE DE RESULTADOS NA LISTA DE
      *    TRABALHO DO USUARIO (CRIADA NA PRIMEIRA MARCACAO). A LISTA
      *    INFORMADA FICA ATIVA PARA AS PROXIMAS MARCACOES DA SESSAO.
           MOVE SPACES TO WS-LTB-LINHAS.
           DISPLAY SC-MARCAR-LISTA.
           ACCEPT SC-MARCAR-LISTA.
           MOVE FUNCTION UPPER-CASE(WS-LTB-NOME-ATIVA) TO
             WS-LTB-NOME-ATIVA.
           MOVE FUNCTION UPPER-CASE(WS-LTB-LINHAS) TO WS-LTB-LINHAS.
           MOVE ZERO TO WS-LTB-QTD-GRAVADOS.
           MOVE ZERO TO WS-LTB-QTD-JA-EXISTIA.
           IF WS-LTB-NOME-ATIVA IS EQUAL TO SPACES THEN
              MOVE '*** INFORME O NOME DA LISTA DE TRABALHO ***' TO
                WS-MENSAGEM
           ELSE
              PERFORM 0206-ABRIR-LISTAS-GRAVACAO
              IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
                 IF WS-LTB-LINHAS IS EQUAL TO 'T' THEN
                    PERFORM VARYING WS-LTB-SEL-NUM FROM 1 BY 1
                      UNTIL WS-LTB-SEL-NUM IS GREATER THAN WS-LISTA-QTD
                      PERFORM 0196-MARCAR-LINHA-PAGINA
                    END-PERFORM
                 ELSE
                    MOVE 1 TO WS-LTB-PONTEIRO
                    PERFORM UNTIL WS-LTB-PONTEIRO IS GREATER THAN 45
                      MOVE SPACES TO WS-LTB-TOKEN
                      UNSTRING WS-LTB-LINHAS DELIMITED BY ALL SPACE
                                                 OR ','
                        INTO WS-LTB-TOKEN
                        WITH POINTER WS-LTB-PONTEIRO
                      END-UNSTRING
                      IF WS-LTB-TOKEN(1:1) IS NUMERIC AND
                         WS-LTB-TOKEN(2:2) IS EQUAL TO SPACES THEN
                         MOVE WS-LTB-TOKEN(1:1) TO WS-LTB-TOKEN(2:1)
                         MOVE '0' TO WS-LTB-TOKEN(1:1)
                      END-IF
                      IF WS-LTB-TOKEN(1:2) IS NUMERIC AND
                         WS-LTB-TOKEN(3:1) IS EQUAL TO SPACE THEN
                         MOVE WS-LTB-TOKEN(1:2) TO WS-LTB-SEL-NUM
                         IF WS-LTB-SEL-NUM IS GREATER THAN ZERO AND
                            WS-LTB-SEL-NUM IS LESS THAN OR EQUAL TO
                            WS-LISTA-QTD THEN
                            PERFORM 0196-MARCAR-LINHA-PAGINA
                         END-IF
                      END-IF
                    END-PERFORM
                 END-IF
                 CLOSE ARQ-LISTAS-TRABALHO
                 PERFORM 0199-MENSAGEM-MARCACAO
              END-IF
           END-IF.

       0196-MARCAR-LINHA-PAGINA.
           MOVE WS-LISTA-PJ-CNPJ(WS-LTB-SEL-NUM) TO WS-LTB-CNPJ-MARCAR.
           MOVE WS-LISTA-PJ-RAZAO(WS-LTB-SEL-NUM) TO
             WS-LTB-RAZAO-MARCAR.
           PERFORM 0197-GRAVAR-ITEM-LISTA.

       0197-GRAVAR-ITEM-LISTA.
      *    A CHAVE USUARIO + LISTA + CNPJ IMPEDE DUPLICIDADE: CNPJ JA
      *    MARCADO NA MESMA LISTA SO E CONTADO.
           IF WS-LTB-CNPJ-MARCAR IS NOT EQUAL TO SPACES THEN
              INITIALIZE FD-REG-LISTA-TRABALHO
              MOVE WS-USUARIO-LOGADO TO LTB-USUARIO
              MOVE WS-LTB-NOME-ATIVA TO LTB-NOME-LISTA
              MOVE WS-LTB-CNPJ-MARCAR TO LTB-CNPJ
              MOVE WS-LTB-RAZAO-MARCAR TO LTB-RAZAO-SOCIAL
              ACCEPT LTB-DATA-INCLUSAO FROM DATE YYYYMMDD
              WRITE FD-REG-LISTA-TRABALHO
                INVALID KEY
                   ADD 1 TO WS-LTB-QTD-JA-EXISTIA
                NOT INVALID KEY
                   ADD 1 TO WS-LTB-QTD-GRAVADOS
              END-WRITE
           END-IF.

       0198-MARCAR-FICHA-LISTA.
      *    MARCACAO A PARTIR DA FICHA EXIBIDA (BUSCA POR CNPJ, BUSCA
      *    AVANCADA E DEMAIS CAMINHOS QUE NAO PASSAM POR PAGINA).
           IF RRE-CNPJ IS EQUAL TO SPACES OR
              RRE-CNPJ IS EQUAL TO ZEROES THEN
              MOVE '*** NENHUMA EMPRESA EXIBIDA PARA MARCAR ***' TO
                WS-MENSAGEM
           ELSE
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-MARCAR-FICHA
              ACCEPT SC-MARCAR-FICHA
              MOVE FUNCTION UPPER-CASE(WS-LTB-NOME-ATIVA) TO
                WS-LTB-NOME-ATIVA
              MOVE ZERO TO WS-LTB-QTD-GRAVADOS
              MOVE ZERO TO WS-LTB-QTD-JA-EXISTIA
              IF WS-LTB-NOME-ATIVA IS EQUAL TO SPACES THEN
                 MOVE '*** EMPRESA NAO MARCADA ***' TO WS-MENSAGEM
              ELSE
                 PERFORM 0206-ABRIR-LISTAS-GRAVACAO
                 IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
                    MOVE RRE-CNPJ TO WS-LTB-CNPJ-MARCAR
                    MOVE RRE-RAZAO-SOCIAL TO WS-LTB-RAZAO-MARCAR
                    PERFORM 0197-GRAVAR-ITEM-LISTA
                    CLOSE ARQ-LISTAS-TRABALHO
                    PERFORM 0199-MENSAGEM-MARCACAO
                 END-IF
              END-IF
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-EXIBIR-PJ
              DISPLAY SC-EXIBIR-PJ-CNAE-SEC
           END-IF.

       0199-MENSAGEM-MARCACAO.
           MOVE WS-LTB-QTD-GRAVADOS TO WS-LTB-QTD-ED1.
           MOVE WS-LTB-QTD-JA-EXISTIA TO WS-LTB-QTD-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING '***' WS-LTB-QTD-ED1 ' MARCADO(S) EM '
                  DELIMITED BY SIZE
                  WS-LTB-NOME-ATIVA DELIMITED BY '  '
                  ' -' WS-LTB-QTD-ED2 ' JA CONSTAVA(M) ***'
                  DELIMITED BY SIZE
             INTO WS-MENSAGEM
           END-STRING.

       0200-MENU-LISTAS-TRABALHO.
      *    LISTAS NOMEADAS DO USUARIO LOGADO, GUARDADAS ENTRE SESSOES
      *    EM LISTAS-TRABALHO.DAT. CADA USUARIO SO VE AS SUAS.
           MOVE WS-LTB-NOME-ATIVA TO WS-LTB-NOME-SEL.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE 'X' TO WS-LTB-ACAO.
           PERFORM UNTIL WS-LTB-ACAO IS EQUAL TO SPACE
              PERFORM 0201-CARREGAR-RESUMO-LISTAS
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-LISTAS-TRABALHO
              DISPLAY SC-MENSAGEM
              MOVE SPACE TO WS-LTB-ACAO
              ACCEPT SC-LISTAS-TRABALHO
              MOVE FUNCTION UPPER-CASE(WS-LTB-NOME-SEL) TO
                WS-LTB-NOME-SEL
              MOVE SPACES TO WS-MENSAGEM
              IF WS-LTB-ACAO IS NOT EQUAL TO SPACE THEN
                 IF WS-LTB-NOME-SEL IS EQUAL TO SPACES THEN
                    MOVE '*** INFORME O NOME DA LISTA ***' TO
                      WS-MENSAGEM
                 ELSE
                    EVALUATE WS-LTB-ACAO
                       WHEN '1'
                          PERFORM 0202-REABRIR-LISTA
                       WHEN '2'
                          PERFORM 0204-EXPORTAR-LISTA-CSV
                       WHEN '3'
                          PERFORM 0205-ENVIAR-LISTA-CARTEIRA
                       WHEN '4'
                          PERFORM 0207-INCLUIR-LISTA-WATCHLIST
                       WHEN '5'
                          PERFORM 0209-EXCLUIR-LISTA
                       WHEN OTHER
                          MOVE '*** ACAO INVALIDA ***' TO WS-MENSAGEM
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY SC-TELA-LIMPA.
           MOVE SPACES TO WS-COMANDO.

       0201-CARREGAR-RESUMO-LISTAS.
      *    UMA LINHA POR LISTA DO USUARIO COM A QUANTIDADE DE CNPJS;
      *    A TELA COMPORTA AS 15 PRIMEIRAS EM ORDEM ALFABETICA.
           INITIALIZE WS-TAB-LTB-RESUMO.
           INITIALIZE WS-TAB-LTB-TELA.
           MOVE ZERO TO WS-QTD-LTB-RESUMO.
           OPEN INPUT ARQ-LISTAS-TRABALHO.
           IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-LTB
              MOVE WS-USUARIO-LOGADO TO LTB-USUARIO
              MOVE LOW-VALUES TO LTB-NOME-LISTA
              MOVE LOW-VALUES TO LTB-CNPJ
              START ARQ-LISTAS-TRABALHO
                KEY IS GREATER THAN OR EQUAL TO LTB-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-LTB
              END-START
              PERFORM UNTIL WS-EOF-LTB IS EQUAL TO 'Y'
                READ ARQ-LISTAS-TRABALHO NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-LTB
                  NOT AT END
                     IF LTB-USUARIO IS NOT EQUAL TO
                        WS-USUARIO-LOGADO THEN
                        MOVE 'Y' TO WS-EOF-LTB
                     ELSE
                        IF WS-QTD-LTB-RESUMO IS EQUAL TO ZERO OR
                           LTB-NOME-LISTA IS NOT EQUAL TO
                           WS-LTB-RES-NOME(WS-QTD-LTB-RESUMO) THEN
                           IF WS-QTD-LTB-RESUMO IS EQUAL TO 15 THEN
                              MOVE 'Y' TO WS-EOF-LTB
                           ELSE
                              ADD 1 TO WS-QTD-LTB-RESUMO
                              MOVE LTB-NOME-LISTA TO
                                WS-LTB-RES-NOME(WS-QTD-LTB-RESUMO)
                           END-IF
                        END-IF
                        IF WS-EOF-LTB IS EQUAL TO 'N' THEN
                           ADD 1 TO WS-LTB-RES-QTD(WS-QTD-LTB-RESUMO)
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-LISTAS-TRABALHO
           END-IF.
           PERFORM VARYING WS-IDX-LTB FROM 1 BY 1
             UNTIL WS-IDX-LTB IS GREATER THAN WS-QTD-LTB-RESUMO
              MOVE WS-LTB-RES-QTD(WS-IDX-LTB) TO WS-LTB-QTD-ED1
              STRING WS-LTB-RES-NOME(WS-IDX-LTB) DELIMITED BY SIZE
                     ' ' WS-LTB-QTD-ED1 DELIMITED BY SIZE
                INTO WS-LTB-LINHA-TELA(WS-IDX-LTB)
              END-STRING
           END-PERFORM.

       0202-REABRIR-LISTA.
      *    REABRE AS EMPRESAS DA LISTA NA MESMA TELA PAGINADA DOS
      *    RESULTADOS DE BUSCA (DETALHE, PROXIMA PAGINA E MARCACAO).
           MOVE ZERO TO WS-LISTA-TOTAL-LIDOS.
           PERFORM 0203-MONTAR-PAGINA-LISTA.
           IF WS-LISTA-QTD IS EQUAL TO ZERO THEN
              MOVE '*** LISTA NAO ENCONTRADA OU VAZIA ***' TO
                WS-MENSAGEM
           ELSE
              OPEN INPUT ARQ-EMPRESAS
              MOVE 'Y' TO WS-LISTA-MAIS
              PERFORM UNTIL WS-LISTA-MAIS IS EQUAL TO 'N' OR
                            WS-LISTA-QTD IS EQUAL TO ZERO
                 PERFORM 0079-EXIBIR-PAGINA-PJ
                 EVALUATE WS-LISTA-COMANDO-SEL(1:1)
                    WHEN 'V'
                       MOVE 'N' TO WS-LISTA-MAIS
                    WHEN 'N'
                       IF WS-LISTA-FIM IS EQUAL TO 'Y' THEN
                          MOVE 'N' TO WS-LISTA-MAIS
                       ELSE
                          PERFORM 0203-MONTAR-PAGINA-LISTA
                       END-IF
                    WHEN OTHER
                       IF WS-LISTA-COMANDO-SEL IS NUMERIC THEN
                          MOVE WS-LISTA-COMANDO-SEL TO WS-LISTA-SEL
                          IF WS-LISTA-SEL IS GREATER THAN ZERO AND
                             WS-LISTA-SEL IS LESS THAN OR EQUAL TO
                             WS-LISTA-QTD THEN
                             PERFORM 0080-DETALHAR-SELECAO-PJ
                          END-IF
                       END-IF
                 END-EVALUATE
              END-PERFORM
              CLOSE ARQ-EMPRESAS
              MOVE SPACES TO WS-MENSAGEM
           END-IF.

       0203-MONTAR-PAGINA-LISTA.
           INITIALIZE WS-LISTA-PJ-TAB.
           MOVE ZERO TO WS-LISTA-QTD.
           MOVE ZERO TO WS-LISTA-CONT-PULAR.
           MOVE 'N' TO WS-LISTA-FIM.
           OPEN INPUT ARQ-LISTAS-TRABALHO.
           IF ST-ARQUIVO-LTB IS NOT EQUAL TO '00' THEN
              MOVE 'Y' TO WS-LISTA-FIM
           ELSE
              PERFORM 0208-POSICIONAR-LISTA
              PERFORM UNTIL WS-LISTA-CONT-PULAR IS EQUAL TO
                            WS-LISTA-TOTAL-LIDOS OR
                            WS-EOF-LTB IS EQUAL TO 'Y'
                 ADD 1 TO WS-LISTA-CONT-PULAR
                 PERFORM 0210-LER-ITEM-LISTA
              END-PERFORM
              PERFORM UNTIL WS-LISTA-QTD IS EQUAL TO 15 OR
                            WS-EOF-LTB IS EQUAL TO 'Y'
                 ADD 1 TO WS-LISTA-QTD
                 ADD 1 TO WS-LISTA-TOTAL-LIDOS
                 MOVE LTB-CNPJ TO WS-LISTA-PJ-CNPJ(WS-LISTA-QTD)
                 MOVE LTB-RAZAO-SOCIAL TO
                   WS-LISTA-PJ-RAZAO(WS-LISTA-QTD)
                 PERFORM 0210-LER-ITEM-LISTA
              END-PERFORM
              IF WS-EOF-LTB IS EQUAL TO 'Y' THEN
                 MOVE 'Y' TO WS-LISTA-FIM
              END-IF
              CLOSE ARQ-LISTAS-TRABALHO
           END-IF.

       0204-EXPORTAR-LISTA-CSV.
      *    MESMO LAYOUT DO G NA FICHA (0091), COM OS DADOS ATUAIS DA
      *    BASE. CNPJ FORA DO ESCOPO DE UF OU AUSENTE DA BASE E
      *    IGNORADO.
           MOVE ZERO TO WS-LTB-QTD-GRAVADOS.
           MOVE ZERO TO WS-LTB-QTD-IGNORADOS.
           OPEN INPUT ARQ-LISTAS-TRABALHO.
           IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
              OPEN INPUT ARQ-EMPRESAS
              PERFORM 0208-POSICIONAR-LISTA
              PERFORM UNTIL WS-EOF-LTB IS EQUAL TO 'Y'
                 MOVE LTB-CNPJ TO FRE-CNPJ
                 READ ARQ-EMPRESAS
                   KEY IS FRE-CNPJ
                   INVALID KEY
                      ADD 1 TO WS-LTB-QTD-IGNORADOS
                   NOT INVALID KEY
                      MOVE FRE-UF TO WS-UF-AVALIADA
                      PERFORM 0139-VERIFICAR-ESCOPO-UF
                      IF WS-UF-PERMITIDA IS EQUAL TO 'S' THEN
                         MOVE FD-REG-EMPRESA TO REGISTRO-RFB-EMPRESA
                         EVALUATE RRE-SIT-CADASTRAL
                            WHEN '01'
                               MOVE 'NULA' TO WS-SITUACAO-CADASTRAL
                            WHEN '02'
                               MOVE 'ATIVA' TO WS-SITUACAO-CADASTRAL
                            WHEN '03'
                               MOVE 'SUSPENSA' TO WS-SITUACAO-CADASTRAL
                            WHEN '04'
                               MOVE 'INAPTA' TO WS-SITUACAO-CADASTRAL
                            WHEN '08'
                               MOVE 'BAIXADA' TO WS-SITUACAO-CADASTRAL
                            WHEN OTHER
                               INITIALIZE WS-SITUACAO-CADASTRAL
                         END-EVALUATE
                         PERFORM 0091-GRAVAR-CSV-PJ
                         ADD 1 TO WS-LTB-QTD-GRAVADOS
                      ELSE
                         ADD 1 TO WS-LTB-QTD-IGNORADOS
                      END-IF
                 END-READ
                 PERFORM 0210-LER-ITEM-LISTA
              END-PERFORM
              CLOSE ARQ-EMPRESAS
              CLOSE ARQ-LISTAS-TRABALHO
              INITIALIZE REGISTRO-RFB-EMPRESA
           END-IF.
           IF WS-LTB-QTD-GRAVADOS IS EQUAL TO ZERO AND
              WS-LTB-QTD-IGNORADOS IS EQUAL TO ZERO THEN
              MOVE '*** LISTA NAO ENCONTRADA OU VAZIA ***' TO
                WS-MENSAGEM
           ELSE
              MOVE WS-LTB-QTD-GRAVADOS TO WS-LTB-QTD-ED1
              MOVE WS-LTB-QTD-IGNORADOS TO WS-LTB-QTD-ED2
              STRING '***' WS-LTB-QTD-ED1
                     ' EXPORTADO(S) EM EXPORT-CONSULTA.CSV -'
                     WS-LTB-QTD-ED2 ' IGNORADO(S) ***'
                     DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           END-IF.

       0205-ENVIAR-LISTA-CARTEIRA.
      *    A LISTA SUBSTITUI O CARTEIRA-CNPJ.DAT, ENTRADA DO
      *    ENRIQUECIMENTO-CARTEIRA-CNPJ (UM CNPJ POR LINHA).
           MOVE ZERO TO WS-LTB-QTD-GRAVADOS.
           OPEN INPUT ARQ-LISTAS-TRABALHO.
           IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
              PERFORM 0208-POSICIONAR-LISTA
              IF WS-EOF-LTB IS EQUAL TO 'N' THEN
                 OPEN OUTPUT ARQ-CARTEIRA
                 PERFORM UNTIL WS-EOF-LTB IS EQUAL TO 'Y'
                    MOVE LTB-CNPJ TO REG-CARTEIRA
                    WRITE REG-CARTEIRA
                    ADD 1 TO WS-LTB-QTD-GRAVADOS
                    PERFORM 0210-LER-ITEM-LISTA
                 END-PERFORM
                 CLOSE ARQ-CARTEIRA
              END-IF
              CLOSE ARQ-LISTAS-TRABALHO
           END-IF.
           IF WS-LTB-QTD-GRAVADOS IS EQUAL TO ZERO THEN
              MOVE '*** LISTA NAO ENCONTRADA OU VAZIA ***' TO
                WS-MENSAGEM
           ELSE
              MOVE WS-LTB-QTD-GRAVADOS TO WS-LTB-QTD-ED1
              STRING '***' WS-LTB-QTD-ED1
                     ' CNPJ(S) EM CARTEIRA-CNPJ.DAT PARA O '
                     'ENRIQUECIMENTO ***'
                     DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           END-IF.

       0206-ABRIR-LISTAS-GRAVACAO.
           OPEN I-O ARQ-LISTAS-TRABALHO.
           IF ST-ARQUIVO-LTB IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-LISTAS-TRABALHO
              CLOSE ARQ-LISTAS-TRABALHO
              OPEN I-O ARQ-LISTAS-TRABALHO
           END-IF.
           IF ST-ARQUIVO-LTB IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO WS-MENSAGEM
              STRING '*** ERRO AO ABRIR LISTAS-TRABALHO.DAT - STATUS '
                     ST-ARQUIVO-LTB ' ***' DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           END-IF.

       0207-INCLUIR-LISTA-WATCHLIST.
      *    ACRESCENTA OS CNPJS DA LISTA AO CNPJ-MONITORADOS.DAT DO
      *    BOLETIM-WATCHLIST-CNPJ, COM O USUARIO COMO RESPONSAVEL. CNPJ
      *    JA MONITORADO NAO SE REPETE; ACIMA DE 500 O BOLETIM NAO LE.
           MOVE ZERO TO WS-LTB-QTD-GRAVADOS.
           MOVE ZERO TO WS-LTB-QTD-JA-EXISTIA.
           MOVE ZERO TO WS-LTB-QTD-IGNORADOS.
           INITIALIZE WS-TAB-MON-EXISTENTES.
           MOVE ZERO TO WS-QTD-MON-EXISTENTES.
           OPEN INPUT ARQ-MONITORADOS.
           IF ST-ARQUIVO-MON IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-MON
              PERFORM UNTIL WS-EOF-MON IS EQUAL TO 'Y'
                 READ ARQ-MONITORADOS
                   AT END MOVE 'Y' TO WS-EOF-MON
                   NOT AT END
                      IF WS-QTD-MON-EXISTENTES IS LESS THAN 500 AND
                         REG-MONITORADO IS NOT EQUAL TO SPACES THEN
                         ADD 1 TO WS-QTD-MON-EXISTENTES
                         UNSTRING REG-MONITORADO DELIMITED BY ';'
                           INTO WS-MON-EXISTENTE(WS-QTD-MON-EXISTENTES)
                         END-UNSTRING
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-MONITORADOS
           END-IF.
           OPEN INPUT ARQ-LISTAS-TRABALHO.
           IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
              PERFORM 0208-POSICIONAR-LISTA
              IF WS-EOF-LTB IS EQUAL TO 'N' THEN
                 OPEN EXTEND ARQ-MONITORADOS
                 IF ST-ARQUIVO-MON IS EQUAL TO '35' THEN
                    OPEN OUTPUT ARQ-MONITORADOS
                 END-IF
                 PERFORM UNTIL WS-EOF-LTB IS EQUAL TO 'Y'
                    MOVE 'N' TO WS-MON-JA-EXISTE
                    PERFORM VARYING WS-IDX-MON FROM 1 BY 1
                      UNTIL WS-IDX-MON IS GREATER THAN
                            WS-QTD-MON-EXISTENTES
                       IF WS-MON-EXISTENTE(WS-IDX-MON) IS EQUAL TO
                          LTB-CNPJ THEN
                          MOVE 'S' TO WS-MON-JA-EXISTE
                       END-IF
                    END-PERFORM
                    IF WS-MON-JA-EXISTE IS EQUAL TO 'S' THEN
                       ADD 1 TO WS-LTB-QTD-JA-EXISTIA
                    ELSE
                       IF WS-QTD-MON-EXISTENTES IS EQUAL TO 500 THEN
                          ADD 1 TO WS-LTB-QTD-IGNORADOS
                       ELSE
                          ADD 1 TO WS-QTD-MON-EXISTENTES
                          MOVE LTB-CNPJ TO
                            WS-MON-EXISTENTE(WS-QTD-MON-EXISTENTES)
                          MOVE SPACES TO REG-MONITORADO
                          STRING LTB-CNPJ ';' DELIMITED BY SIZE
                                 WS-USUARIO-LOGADO DELIMITED BY SPACE
                                 ';LISTA ' DELIMITED BY SIZE
                                 LTB-NOME-LISTA DELIMITED BY '  '
                            INTO REG-MONITORADO
                          END-STRING
                          WRITE REG-MONITORADO
                          ADD 1 TO WS-LTB-QTD-GRAVADOS
                       END-IF
                    END-IF
                    PERFORM 0210-LER-ITEM-LISTA
                 END-PERFORM
                 CLOSE ARQ-MONITORADOS
              END-IF
              CLOSE ARQ-LISTAS-TRABALHO
           END-IF.
           IF WS-LTB-QTD-GRAVADOS IS EQUAL TO ZERO AND
              WS-LTB-QTD-JA-EXISTIA IS EQUAL TO ZERO AND
              WS-LTB-QTD-IGNORADOS IS EQUAL TO ZERO THEN
              MOVE '*** LISTA NAO ENCONTRADA OU VAZIA ***' TO
                WS-MENSAGEM
           ELSE
              MOVE WS-LTB-QTD-GRAVADOS TO WS-LTB-QTD-ED1
              MOVE WS-LTB-QTD-JA-EXISTIA TO WS-LTB-QTD-ED2
              MOVE WS-LTB-QTD-IGNORADOS TO WS-LTB-QTD-ED3
              STRING 'WATCHLIST:' WS-LTB-QTD-ED1 ' INCLUIDO(S)'
                     WS-LTB-QTD-ED2 ' JA MONITORADO(S)'
                     WS-LTB-QTD-ED3 ' ACIMA DO LIMITE'
                     DELIMITED BY SIZE
                INTO WS-MENSAGEM
              END-STRING
           END-IF.

       0208-POSICIONAR-LISTA.
      *    POSICIONA NO PRIMEIRO CNPJ DA LISTA WS-LTB-NOME-SEL DO
      *    USUARIO LOGADO; WS-EOF-LTB = 'Y' SE A LISTA NAO EXISTE.
           MOVE 'N' TO WS-EOF-LTB.
           MOVE WS-USUARIO-LOGADO TO LTB-USUARIO.
           MOVE WS-LTB-NOME-SEL TO LTB-NOME-LISTA.
           MOVE LOW-VALUES TO LTB-CNPJ.
           START ARQ-LISTAS-TRABALHO
             KEY IS GREATER THAN OR EQUAL TO LTB-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF-LTB
           END-START.
           IF WS-EOF-LTB IS EQUAL TO 'N' THEN
              PERFORM 0210-LER-ITEM-LISTA
           END-IF.

       0209-EXCLUIR-LISTA.
           MOVE ZERO TO WS-LTB-QTD-GRAVADOS.
           PERFORM 0206-ABRIR-LISTAS-GRAVACAO.
           IF ST-ARQUIVO-LTB IS EQUAL TO '00' THEN
              PERFORM 0208-POSICIONAR-LISTA
              PERFORM UNTIL WS-EOF-LTB IS EQUAL TO 'Y'
                 DELETE ARQ-LISTAS-TRABALHO RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-LTB-QTD-GRAVADOS
                 END-DELETE
                 PERFORM 0210-LER-ITEM-LISTA
              END-PERFORM
              CLOSE ARQ-LISTAS-TRABALHO
              IF WS-LTB-QTD-GRAVADOS IS EQUAL TO ZERO THEN
                 MOVE '*** LISTA NAO ENCONTRADA OU VAZIA ***' TO
                   WS-MENSAGEM
              ELSE
                 MOVE WS-LTB-QTD-GRAVADOS TO WS-LTB-QTD-ED1
                 STRING '*** LISTA EXCLUIDA -' WS-LTB-QTD-ED1
                        ' CNPJ(S) RETIRADO(S) ***' DELIMITED BY SIZE
                   INTO WS-MENSAGEM
                 END-STRING
                 IF WS-LTB-NOME-SEL IS EQUAL TO WS-LTB-NOME-ATIVA THEN
                    MOVE SPACES TO WS-LTB-NOME-ATIVA
                 END-IF
                 MOVE SPACES TO WS-LTB-NOME-SEL
              END-IF
           END-IF.

       0210-LER-ITEM-LISTA.
           READ ARQ-LISTAS-TRABALHO NEXT RECORD
             AT END MOVE 'Y' TO WS-EOF-LTB
             NOT AT END
                IF LTB-USUARIO IS NOT EQUAL TO WS-USUARIO-LOGADO OR
                   LTB-NOME-LISTA IS NOT EQUAL TO WS-LTB-NOME-SEL THEN
                   MOVE 'Y' TO WS-EOF-LTB
                END-IF
           END-READ.

       0211-MENU-RELATORIOS-BATCH.
      *    PEDIDO DE RELATORIO BATCH PELA TELA. OS RELATORIOS
      *    OFERECIDOS SAO OS DO CADASTRO-RELATORIOS.DAT COM DESCRICAO
      *    PREENCHIDA; O PEDIDO VAI PARA A FILA-RELATORIOS.DAT E E
      *    ATENDIDO PELO ATENDER-FILA-RELATORIOS NA JANELA BATCH. A
      *    SAIDA FICA NO SPOOL CENTRAL COM O PEDIDO APONTANDO O ID.
           PERFORM 0217-CARREGAR-CADASTRO-REL.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE 'X' TO WS-PRL-ACAO.
           PERFORM UNTIL WS-PRL-ACAO IS EQUAL TO SPACE
              PERFORM 0215-CARREGAR-PEDIDOS-USUARIO
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-RELATORIOS-BATCH
              DISPLAY SC-MENSAGEM
              MOVE SPACE TO WS-PRL-ACAO
              MOVE ZERO TO WS-PRL-NUMERO
              ACCEPT SC-RELATORIOS-BATCH
              MOVE FUNCTION UPPER-CASE(WS-PRL-ACAO) TO WS-PRL-ACAO
              MOVE SPACES TO WS-MENSAGEM
              EVALUATE WS-PRL-ACAO
                 WHEN SPACE
                    CONTINUE
                 WHEN 'A'
                    CONTINUE
                 WHEN 'S'
                    IF WS-PRL-NUMERO IS GREATER THAN ZERO AND
                       WS-PRL-NUMERO IS NOT GREATER THAN WS-QTD-REL
                       THEN
                       MOVE WS-PRL-NUMERO TO WS-REL-SEL
                       PERFORM 0212-SOLICITAR-RELATORIO
                    ELSE
                       MOVE '*** NUMERO DE RELATORIO INVALIDO ***' TO
                         WS-MENSAGEM
                    END-IF
                 WHEN 'V'
                    IF WS-PRL-NUMERO IS GREATER THAN ZERO AND
                       WS-PRL-NUMERO IS NOT GREATER THAN WS-QTD-PRL
                       THEN
                       PERFORM 0216-SEGUNDA-VIA-PEDIDO
                    ELSE
                       MOVE '*** NUMERO DE PEDIDO INVALIDO ***' TO
                         WS-MENSAGEM
                    END-IF
                 WHEN OTHER
                    MOVE '*** ACAO INVALIDA ***' TO WS-MENSAGEM
              END-EVALUATE
           END-PERFORM.
           DISPLAY SC-TELA-LIMPA.
           MOVE SPACES TO WS-COMANDO.

       0212-SOLICITAR-RELATORIO.
      *    OS ROTULOS E OS TIPOS DOS PARAMETROS VEM DO CADASTRO:
      *    D DATA AAAAMMDD, C COMPETENCIA AAAAMM, N NUMERICO, U UF,
      *    F INDICADOR S/N, A TEXTO LIVRE. UM 'O' NA SEGUNDA POSICAO
      *    DO TIPO TORNA O PARAMETRO OPCIONAL.
           MOVE WS-REL-PROGRAMA(WS-REL-SEL) TO WS-PRL-PROG-TELA.
           MOVE WS-REL-DESCRICAO(WS-REL-SEL) TO WS-PRL-DESC-TELA.
           INITIALIZE WS-TAB-PRL-PARM.
           PERFORM VARYING WS-IDX-PRL FROM 1 BY 1
                   UNTIL WS-IDX-PRL IS GREATER THAN 4
              MOVE WS-REL-PARM-ROTULO(WS-REL-SEL, WS-IDX-PRL) TO
                WS-PRL-ROTULO(WS-IDX-PRL)
              EVALUATE WS-REL-PARM-TIPO(WS-REL-SEL, WS-IDX-PRL)(1:1)
                 WHEN 'D'
                    MOVE '(AAAAMMDD)' TO WS-PRL-DICA(WS-IDX-PRL)
                 WHEN 'C'
                    MOVE '(AAAAMM)' TO WS-PRL-DICA(WS-IDX-PRL)
                 WHEN 'N'
                    MOVE '(NUMERO)' TO WS-PRL-DICA(WS-IDX-PRL)
                 WHEN 'U'
                    MOVE '(UF)' TO WS-PRL-DICA(WS-IDX-PRL)
                 WHEN 'F'
                    MOVE '(S/N)' TO WS-PRL-DICA(WS-IDX-PRL)
                 WHEN OTHER
                    MOVE SPACES TO WS-PRL-DICA(WS-IDX-PRL)
              END-EVALUATE
              IF WS-REL-PARM-TIPO(WS-REL-SEL, WS-IDX-PRL)(2:1) IS
                 EQUAL TO 'O' THEN
                 STRING WS-PRL-DICA(WS-IDX-PRL) DELIMITED BY SPACE
                        ' OPCIONAL' DELIMITED BY SIZE
                   INTO WS-PRL-DICA(WS-IDX-PRL)
                 END-STRING
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE 'N' TO WS-PRL-VALIDO.
           MOVE SPACE TO WS-PRL-CONFIRMA.
           PERFORM UNTIL WS-PRL-VALIDO IS EQUAL TO 'S' OR
                         WS-PRL-CONFIRMA IS EQUAL TO 'N'
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-PARAMETROS-RELATORIO
              DISPLAY SC-MENSAGEM
              MOVE SPACE TO WS-PRL-CONFIRMA
              ACCEPT SC-PARAMETROS-RELATORIO
              MOVE FUNCTION UPPER-CASE(WS-PRL-CONFIRMA) TO
                WS-PRL-CONFIRMA
              MOVE SPACES TO WS-MENSAGEM
              PERFORM VARYING WS-IDX-PRL FROM 1 BY 1
                      UNTIL WS-IDX-PRL IS GREATER THAN 4
                 MOVE FUNCTION UPPER-CASE(WS-PRL-PARM-INC(WS-IDX-PRL))
                   TO WS-PRL-PARM-INC(WS-IDX-PRL)
              END-PERFORM
              EVALUATE WS-PRL-CONFIRMA
                 WHEN 'S'
                    PERFORM 0213-VALIDAR-PARAMETROS
                 WHEN 'N'
                    CONTINUE
                 WHEN OTHER
                    MOVE '*** CONFIRME COM S OU DESISTA COM N ***' TO
                      WS-MENSAGEM
              END-EVALUATE
           END-PERFORM.
           IF WS-PRL-VALIDO IS EQUAL TO 'S' THEN
              PERFORM 0214-GRAVAR-PEDIDO-RELATORIO
           ELSE
              MOVE '*** SOLICITACAO CANCELADA ***' TO WS-MENSAGEM
           END-IF.

       0213-VALIDAR-PARAMETROS.
           MOVE 'S' TO WS-PRL-VALIDO.
           PERFORM VARYING WS-IDX-PRL FROM 1 BY 1
                   UNTIL WS-IDX-PRL IS GREATER THAN 4 OR
                         WS-PRL-VALIDO IS EQUAL TO 'N'
              MOVE WS-REL-PARM-TIPO(WS-REL-SEL, WS-IDX-PRL)(1:1) TO
                WS-PRL-TIPO
              MOVE 'N' TO WS-PRL-OPCIONAL
              IF WS-REL-PARM-TIPO(WS-REL-SEL, WS-IDX-PRL)(2:1) IS
                 EQUAL TO 'O' THEN
                 MOVE 'S' TO WS-PRL-OPCIONAL
              END-IF
              IF WS-PRL-TIPO IS EQUAL TO SPACE THEN
                 MOVE SPACES TO WS-PRL-PARM-INC(WS-IDX-PRL)
              ELSE
                 IF WS-PRL-PARM-INC(WS-IDX-PRL) IS EQUAL TO SPACES
                    THEN
                    IF WS-PRL-OPCIONAL IS EQUAL TO 'N' THEN
                       MOVE 'N' TO WS-PRL-VALIDO
                    END-IF
                 ELSE
                    PERFORM 0218-VALIDAR-UM-PARAMETRO
                 END-IF
                 IF WS-PRL-VALIDO IS EQUAL TO 'N' THEN
                    STRING '*** PARAMETRO INVALIDO: ' DELIMITED BY SIZE
                           WS-PRL-ROTULO(WS-IDX-PRL) DELIMITED BY '  '
                           ' ' WS-PRL-DICA(WS-IDX-PRL)
                           DELIMITED BY '  '
                           ' ***' DELIMITED BY SIZE
                      INTO WS-MENSAGEM
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

       0218-VALIDAR-UM-PARAMETRO.
           EVALUATE WS-PRL-TIPO
              WHEN 'D'
                 IF WS-PRL-PARM-INC(WS-IDX-PRL)(1:8) IS NOT NUMERIC OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(9:12) IS NOT EQUAL
                    TO SPACES OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(5:2) IS LESS THAN '01'
                    OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(5:2) IS GREATER THAN
                    '12' OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(7:2) IS LESS THAN '01'
                    OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(7:2) IS GREATER THAN
                    '31' THEN
                    MOVE 'N' TO WS-PRL-VALIDO
                 END-IF
              WHEN 'C'
                 IF WS-PRL-PARM-INC(WS-IDX-PRL)(1:6) IS NOT NUMERIC OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(7:14) IS NOT EQUAL
                    TO SPACES OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(5:2) IS LESS THAN '01'
                    OR
                    WS-PRL-PARM-INC(WS-IDX-PRL)(5:2) IS GREATER THAN
                    '12' THEN
                    MOVE 'N' TO WS-PRL-VALIDO
                 END-IF
              WHEN 'N'
                 MOVE ZERO TO WS-PRL-TAM
                 INSPECT WS-PRL-PARM-INC(WS-IDX-PRL) TALLYING
                   WS-PRL-TAM FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-PRL-TAM IS EQUAL TO ZERO THEN
                    MOVE 1 TO WS-PRL-TAM
                 END-IF
                 IF WS-PRL-PARM-INC(WS-IDX-PRL)(1:WS-PRL-TAM) IS NOT
                    NUMERIC THEN
                    MOVE 'N' TO WS-PRL-VALIDO
                 END-IF
                 IF WS-PRL-TAM IS LESS THAN 20 THEN
                    IF WS-PRL-PARM-INC(WS-IDX-PRL)(WS-PRL-TAM + 1:)
                       IS NOT EQUAL TO SPACES THEN
                       MOVE 'N' TO WS-PRL-VALIDO
                    END-IF
                 END-IF
              WHEN 'U'
                 MOVE 'N' TO WS-PRL-UF-ACHADA
                 IF WS-PRL-PARM-INC(WS-IDX-PRL)(3:18) IS EQUAL TO
                    SPACES THEN
                    PERFORM VARYING WS-PRL-TAM FROM 1 BY 2
                            UNTIL WS-PRL-TAM IS GREATER THAN 53 OR
                                  WS-PRL-UF-ACHADA IS EQUAL TO 'S'
                       IF WS-PRL-UFS-VALIDAS(WS-PRL-TAM:2) IS EQUAL TO
                          WS-PRL-PARM-INC(WS-IDX-PRL)(1:2) THEN
                          MOVE 'S' TO WS-PRL-UF-ACHADA
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-PRL-UF-ACHADA IS EQUAL TO 'N' THEN
                    MOVE 'N' TO WS-PRL-VALIDO
                 END-IF
              WHEN 'F'
                 IF WS-PRL-PARM-INC(WS-IDX-PRL) IS NOT EQUAL TO 'S'
                    AND
                    WS-PRL-PARM-INC(WS-IDX-PRL) IS NOT EQUAL TO 'N'
                    THEN
                    MOVE 'N' TO WS-PRL-VALIDO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0214-GRAVAR-PEDIDO-RELATORIO.
           INITIALIZE FD-REG-PEDIDO-RELATORIO.
           ACCEPT PRL-DATA-PEDIDO FROM DATE YYYYMMDD.
           ACCEPT PRL-HORA-PEDIDO FROM TIME.
           MOVE WS-USUARIO-LOGADO TO PRL-USUARIO.
           MOVE WS-PRL-PROG-TELA TO PRL-PROGRAMA.
           PERFORM VARYING WS-IDX-PRL FROM 1 BY 1
                   UNTIL WS-IDX-PRL IS GREATER THAN 4
              MOVE WS-PRL-PARM-INC(WS-IDX-PRL) TO
                PRL-PARAMETRO(WS-IDX-PRL)
           END-PERFORM.
           MOVE 'P' TO PRL-STATUS.
           OPEN I-O ARQ-FILA-RELATORIOS.
           IF ST-ARQUIVO-FRL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-FILA-RELATORIOS
              CLOSE ARQ-FILA-RELATORIOS
              OPEN I-O ARQ-FILA-RELATORIOS
           END-IF.
           IF ST-ARQUIVO-FRL IS NOT EQUAL TO '00' THEN
              MOVE '*** FILA DE RELATORIOS INDISPONIVEL ***' TO
                WS-MENSAGEM
           ELSE
              WRITE FD-REG-PEDIDO-RELATORIO
                INVALID KEY
                   MOVE '*** PEDIDO NAO REGISTRADO - TENTE DE NOVO ***'
                     TO WS-MENSAGEM
                NOT INVALID KEY
                   MOVE
                     '*** PEDIDO REGISTRADO NA FILA DA JANELA BATCH ***'
                     TO WS-MENSAGEM
              END-WRITE
              CLOSE ARQ-FILA-RELATORIOS
           END-IF.

       0215-CARREGAR-PEDIDOS-USUARIO.
      *    A FILA E VARRIDA INTEIRA (CHAVE POR DATA/HORA) GUARDANDO OS
      *    7 PEDIDOS MAIS RECENTES DO USUARIO LOGADO.
           INITIALIZE WS-TAB-PRL.
           INITIALIZE WS-TAB-PRL-VER.
           INITIALIZE WS-TAB-PRL-TELA.
           MOVE ZERO TO WS-QTD-PRL.
           OPEN INPUT ARQ-FILA-RELATORIOS.
           IF ST-ARQUIVO-FRL IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-FRL
              PERFORM UNTIL WS-EOF-FRL IS EQUAL TO 'Y'
                READ ARQ-FILA-RELATORIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-FRL
                  NOT AT END
                     IF PRL-USUARIO IS EQUAL TO WS-USUARIO-LOGADO THEN
                        IF WS-QTD-PRL IS EQUAL TO 7 THEN
                           PERFORM VARYING WS-IDX-PRL FROM 1 BY 1
                                   UNTIL WS-IDX-PRL IS EQUAL TO 7
                              MOVE WS-PRL-OCR(WS-IDX-PRL + 1) TO
                                WS-PRL-OCR(WS-IDX-PRL)
                           END-PERFORM
                        ELSE
                           ADD 1 TO WS-QTD-PRL
                        END-IF
                        MOVE PRL-DATA-PEDIDO TO
                          WS-PRL-T-DATA(WS-QTD-PRL)
                        MOVE PRL-HORA-PEDIDO TO
                          WS-PRL-T-HORA(WS-QTD-PRL)
                        MOVE PRL-PROGRAMA TO
                          WS-PRL-T-PROGRAMA(WS-QTD-PRL)
                        MOVE PRL-STATUS TO WS-PRL-T-STATUS(WS-QTD-PRL)
                        MOVE PRL-SPOOL-ID TO WS-PRL-T-SPOOL(WS-QTD-PRL)
                        MOVE PRL-OBSERVACAO TO
                          WS-PRL-T-OBS(WS-QTD-PRL)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-FILA-RELATORIOS
           END-IF.
           MOVE ZERO TO WS-PRL-NN-ED.
           PERFORM VARYING WS-IDX-PRL FROM WS-QTD-PRL BY -1
                   UNTIL WS-IDX-PRL IS LESS THAN 1
              ADD 1 TO WS-PRL-NN-ED
              MOVE WS-PRL-T-STATUS(WS-IDX-PRL) TO
                WS-PRL-VER-STATUS(WS-PRL-NN-ED)
              MOVE WS-PRL-T-SPOOL(WS-IDX-PRL) TO
                WS-PRL-VER-SPOOL(WS-PRL-NN-ED)
              EVALUATE WS-PRL-T-STATUS(WS-IDX-PRL)
                 WHEN 'P'
                    MOVE 'PENDENTE' TO WS-PRL-STATUS-ED
                 WHEN 'E'
                    MOVE 'EM EXECUCAO' TO WS-PRL-STATUS-ED
                 WHEN 'C'
                    MOVE 'CONCLUIDO' TO WS-PRL-STATUS-ED
                 WHEN 'X'
                    MOVE 'ERRO' TO WS-PRL-STATUS-ED
                 WHEN OTHER
                    MOVE SPACES TO WS-PRL-STATUS-ED
              END-EVALUATE
              STRING WS-PRL-NN-ED ' ' DELIMITED BY SIZE
                     WS-PRL-T-DATA(WS-IDX-PRL)(7:2) '/'
                     WS-PRL-T-DATA(WS-IDX-PRL)(5:2) '/'
                     WS-PRL-T-DATA(WS-IDX-PRL)(1:4) ' '
                     WS-PRL-T-HORA(WS-IDX-PRL)(1:2) ':'
                     WS-PRL-T-HORA(WS-IDX-PRL)(3:2) ' '
                     WS-PRL-T-PROGRAMA(WS-IDX-PRL)(1:24) ' '
                     WS-PRL-STATUS-ED ' ' DELIMITED BY SIZE
                INTO WS-PRL-LINHA-TELA(WS-PRL-NN-ED)
              END-STRING
              IF WS-PRL-T-SPOOL(WS-IDX-PRL) IS GREATER THAN ZERO THEN
                 MOVE 'SPOOL ' TO
                   WS-PRL-LINHA-TELA(WS-PRL-NN-ED)(59:6)
                 MOVE WS-PRL-T-SPOOL(WS-IDX-PRL) TO
                   WS-PRL-LINHA-TELA(WS-PRL-NN-ED)(65:8)
              END-IF
           END-PERFORM.

       0216-SEGUNDA-VIA-PEDIDO.
      *    A SAIDA DO PEDIDO ATENDIDO E COPIADA DO SPOOL CENTRAL PARA
      *    FICHA-REIMPRESSAO.TXT, COMO NA REIMPRESSAO DO SPOOL.
           IF WS-PRL-VER-STATUS(WS-PRL-NUMERO) IS NOT EQUAL TO 'C' AND
              WS-PRL-VER-STATUS(WS-PRL-NUMERO) IS NOT EQUAL TO 'X' THEN
              MOVE '*** PEDIDO AINDA NAO ATENDIDO PELA JANELA BATCH ***'
                TO WS-MENSAGEM
           ELSE
              IF WS-PRL-VER-SPOOL(WS-PRL-NUMERO) IS EQUAL TO ZERO THEN
                 MOVE '*** PEDIDO SEM SAIDA NO SPOOL ***' TO
                   WS-MENSAGEM
              ELSE
                 MOVE SPACES TO WS-SPOOL-COMANDO
                 STRING 'cp ' DELIMITED BY SIZE
                        WS-DIR-DADOS DELIMITED BY SPACE
                        'spool-' DELIMITED BY SIZE
                        WS-PRL-VER-SPOOL(WS-PRL-NUMERO)
                        DELIMITED BY SIZE
                        '.txt ' DELIMITED BY SIZE
                        WS-DIR-DADOS DELIMITED BY SPACE
                        'ficha-reimpressao.txt' DELIMITED BY SIZE
                   INTO WS-SPOOL-COMANDO
                 END-STRING
                 CALL "SYSTEM" USING WS-SPOOL-COMANDO
                   RETURNING WS-SPOOL-RC
                 IF WS-SPOOL-RC IS EQUAL TO ZERO THEN
                    MOVE '*** SEGUNDA VIA GRAVADA EM FICHA-REIMPRESSAO.T
      -             'XT ***' TO WS-MENSAGEM
                 ELSE
                    MOVE '*** ARQUIVO DO SPOOL NAO LOCALIZADO ***' TO
                      WS-MENSAGEM
                 END-IF
              END-IF
           END-IF.

       0217-CARREGAR-CADASTRO-REL.
      *    LAYOUT DO CADASTRO: PROGRAMA;PERIODICIDADE;PARAMETROS;
      *    DESCRICAO;SAIDA;TIPO1;ROTULO1;...;TIPO4;ROTULO4. SO ENTRAM
      *    NA TELA OS RELATORIOS COM DESCRICAO (ATE 10).
           INITIALIZE WS-TAB-REL.
           INITIALIZE WS-TAB-REL-TELA.
           MOVE ZERO TO WS-QTD-REL.
           OPEN INPUT ARQ-CADASTRO-REL.
           IF ST-ARQUIVO-CRL IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF-CRL
              PERFORM UNTIL WS-EOF-CRL IS EQUAL TO 'Y' OR
                            WS-QTD-REL IS EQUAL TO 10
                READ ARQ-CADASTRO-REL
                  AT END MOVE 'Y' TO WS-EOF-CRL
                  NOT AT END
                     COMPUTE WS-IDX-REL = WS-QTD-REL + 1
                     INITIALIZE WS-REL-OCR(WS-IDX-REL)
                     UNSTRING REG-CADASTRO-REL DELIMITED BY ';'
                       INTO WS-REL-PROGRAMA(WS-IDX-REL)
                            WS-CRL-PERIODICIDADE
                            WS-CRL-PARAMETROS
                            WS-REL-DESCRICAO(WS-IDX-REL)
                            WS-CRL-SAIDA
                            WS-REL-PARM-TIPO(WS-IDX-REL, 1)
                            WS-REL-PARM-ROTULO(WS-IDX-REL, 1)
                            WS-REL-PARM-TIPO(WS-IDX-REL, 2)
                            WS-REL-PARM-ROTULO(WS-IDX-REL, 2)
                            WS-REL-PARM-TIPO(WS-IDX-REL, 3)
                            WS-REL-PARM-ROTULO(WS-IDX-REL, 3)
                            WS-REL-PARM-TIPO(WS-IDX-REL, 4)
                            WS-REL-PARM-ROTULO(WS-IDX-REL, 4)
                     END-UNSTRING
                     IF WS-REL-PROGRAMA(WS-IDX-REL) IS NOT EQUAL TO
                        SPACES AND
                        WS-REL-DESCRICAO(WS-IDX-REL) IS NOT EQUAL TO
                        SPACES THEN
                        MOVE WS-IDX-REL TO WS-QTD-REL
                        STRING WS-IDX-REL ' ' DELIMITED BY SIZE
                               WS-REL-PROGRAMA(WS-IDX-REL)(1:30)
                               ' ' DELIMITED BY SIZE
                               WS-REL-DESCRICAO(WS-IDX-REL)
                               DELIMITED BY SIZE
                          INTO WS-REL-LINHA-TELA(WS-IDX-REL)
                        END-STRING
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CADASTRO-REL
           END-IF.
           IF WS-QTD-REL IS EQUAL TO ZERO THEN
              MOVE 'NENHUM RELATORIO DISPONIVEL PARA SOLICITACAO.' TO
                WS-REL-LINHA-TELA(1)
           END-IF.

       0219-INICIAR-NAVEGACAO.
      *    'E' NA TELA DO SOCIO: A PILHA COMECA NA EMPRESA DE ORIGEM E
      *    RECEBE O PROPRIO SOCIO (FICHA DA EMPRESA SOCIA SE FOR PJ,
      *    PARTICIPACOES DA PESSOA UNIFICADA SE FOR PF). A NAVEGACAO
      *    RODA A PARTIR DO MENU, DEPOIS QUE A BUSCA EM CURSO E
      *    ENCERRADA (V), POIS USA OS MESMOS ARQUIVOS DA BUSCA.
           INITIALIZE WS-TAB-NAV.
           MOVE SPACES TO WS-NAV-MENSAGEM.
           MOVE 1 TO WS-NAV-QTD.
           MOVE 'J' TO WS-NAV-TIPO(1).
           MOVE RRS-CNPJ TO WS-NAV-CNPJ(1).
           EVALUATE TRUE
              WHEN RRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1 AND
                   RRS-CPF-SOCIO IS NUMERIC
                 MOVE 2 TO WS-NAV-QTD
                 MOVE 'J' TO WS-NAV-TIPO(2)
                 MOVE RRS-CPF-SOCIO TO WS-NAV-CNPJ(2)
                 MOVE RRS-NOME-SOCIO TO WS-NAV-ROTULO(2)
              WHEN RRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2 AND
                   WS-PESSOA-ACHADA IS EQUAL TO 'S'
                 MOVE 2 TO WS-NAV-QTD
                 MOVE 'F' TO WS-NAV-TIPO(2)
                 MOVE WS-PESSOA-ID-ATUAL TO WS-NAV-PESSOA-ID(2)
                 MOVE RRS-NOME-SOCIO TO WS-NAV-ROTULO(2)
              WHEN OTHER
                 MOVE '*** SOCIO SEM DESTINO - INICIO NA EMPRESA ***' TO
                   WS-NAV-MENSAGEM
           END-EVALUATE.
           MOVE 'S' TO WS-NAV-PENDENTE.
           MOVE 'V' TO WS-COMANDO.

       0220-NAVEGAR-QUADRO-SOCIETARIO.
      *    CADA PASSO E EMPILHADO (ATE 10); V DESEMPILHA UM PASSO ATE
      *    A EMPRESA DE ORIGEM. O RODAPE MOSTRA O CAMINHO PERCORRIDO,
      *    QUE PODE SER GRAVADO JUNTO COM AS FICHAS IMPRESSAS.
           MOVE 'N' TO WS-NAV-PENDENTE.
           MOVE 'S' TO WS-NAV-RECARREGAR.
           MOVE 'X' TO WS-NAV-OPCAO.
           PERFORM UNTIL WS-NAV-OPCAO IS EQUAL TO SPACES
              MOVE SPACES TO WS-MENSAGEM
              IF WS-NAV-RECARREGAR IS EQUAL TO 'S' THEN
                 IF WS-NAV-TIPO(WS-NAV-QTD) IS EQUAL TO 'J' THEN
                    PERFORM 0221-CARREGAR-NO-EMPRESA
                 ELSE
                    PERFORM 0222-CARREGAR-NO-PESSOA
                 END-IF
                 PERFORM 0223-MONTAR-CAMINHO
                 MOVE 'N' TO WS-NAV-RECARREGAR
              END-IF
              IF WS-NAV-MENSAGEM IS NOT EQUAL TO SPACES THEN
                 MOVE WS-NAV-MENSAGEM TO WS-MENSAGEM
                 MOVE SPACES TO WS-NAV-MENSAGEM
              END-IF
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-NAVEGACAO-SOCIETARIA
              DISPLAY SC-MENSAGEM
              MOVE SPACES TO WS-NAV-OPCAO
              ACCEPT SC-NAVEGACAO-SOCIETARIA
              MOVE FUNCTION UPPER-CASE(WS-NAV-OPCAO) TO WS-NAV-OPCAO
              MOVE ZERO TO WS-NAV-SEL
              IF WS-NAV-OPCAO(1:1) IS NUMERIC THEN
                 IF WS-NAV-OPCAO(2:1) IS EQUAL TO SPACE THEN
                    MOVE WS-NAV-OPCAO(1:1) TO WS-NAV-SEL
                 ELSE
                    IF WS-NAV-OPCAO IS NUMERIC THEN
                       MOVE WS-NAV-OPCAO TO WS-NAV-SEL
                    END-IF
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-NAV-OPCAO IS EQUAL TO SPACES
                    CONTINUE
                 WHEN WS-NAV-OPCAO IS EQUAL TO 'V'
                    IF WS-NAV-QTD IS GREATER THAN 1 THEN
                       SUBTRACT 1 FROM WS-NAV-QTD
                       MOVE 'S' TO WS-NAV-RECARREGAR
                    ELSE
                       MOVE '*** JA ESTA NA EMPRESA DE ORIGEM ***' TO
                         WS-NAV-MENSAGEM
                    END-IF
                 WHEN WS-NAV-OPCAO IS EQUAL TO 'F'
                    IF WS-NAV-TIPO(WS-NAV-QTD) IS EQUAL TO 'J' THEN
                       MOVE WS-NAV-CNPJ(WS-NAV-QTD) TO RRE-CNPJ
                       PERFORM 0004-BUSCAR-PJ-CNPJ
                       MOVE SPACES TO WS-COMANDO
                    ELSE
                       MOVE '*** FICHA SOMENTE PARA EMPRESA ***' TO
                         WS-NAV-MENSAGEM
                    END-IF
                 WHEN WS-NAV-OPCAO IS EQUAL TO 'I'
                    PERFORM 0225-IMPRIMIR-CAMINHO
                 WHEN WS-NAV-SEL IS GREATER THAN ZERO AND
                      WS-NAV-SEL IS NOT GREATER THAN WS-NAV-QTD-ITEM
                    PERFORM 0224-SEGUIR-ITEM
                 WHEN OTHER
                    MOVE '*** OPCAO INVALIDA ***' TO WS-NAV-MENSAGEM
              END-EVALUATE
           END-PERFORM.
           DISPLAY SC-TELA-LIMPA.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE SPACES TO WS-COMANDO.

       0221-CARREGAR-NO-EMPRESA.
      *    PASSO EMPRESA: CABECALHO COM A RAZAO SOCIAL E LISTA DOS
      *    SOCIOS (ATE 14). EMPRESA FORA DO ESCOPO REGIONAL DO
      *    USUARIO NAO TEM O QUADRO LISTADO.
           INITIALIZE WS-TAB-NAV-ITEM.
           INITIALIZE WS-TAB-NAV-TELA.
           MOVE ZERO TO WS-NAV-QTD-ITEM.
           MOVE 'NAV-SOCIETARIA' TO WS-LOG-TIPO.
           MOVE WS-NAV-CNPJ(WS-NAV-QTD) TO WS-LOG-ARGUMENTO.
           PERFORM 0046-GRAVAR-LOG-CONSULTA.
           MOVE 'NN TIPO CNPJ           SOCIO' TO WS-NAV-CAB-LISTA.
           INITIALIZE REGISTRO-RFB-EMPRESA.
           MOVE 'N' TO WS-UF-PERMITIDA.
           OPEN INPUT ARQ-EMPRESAS.
           MOVE WS-NAV-CNPJ(WS-NAV-QTD) TO FRE-CNPJ-ID.
           READ ARQ-EMPRESAS
             KEY IS FRE-CNPJ-ID
             INVALID KEY
                MOVE '*** CNPJ NAO ENCONTRADO NA BASE ***' TO
                  WS-NAV-MENSAGEM
             NOT INVALID KEY
                MOVE FD-REG-EMPRESA TO REGISTRO-RFB-EMPRESA
                MOVE RRE-RAZAO-SOCIAL TO WS-NAV-ROTULO(WS-NAV-QTD)
                MOVE 'S' TO WS-UF-PERMITIDA
           END-READ.
           CLOSE ARQ-EMPRESAS.
           IF WS-UF-PERMITIDA IS EQUAL TO 'S' AND
              RRE-UF IS NOT EQUAL TO SPACES THEN
              MOVE RRE-UF TO WS-UF-AVALIADA
              PERFORM 0139-VERIFICAR-ESCOPO-UF
              IF WS-UF-PERMITIDA IS EQUAL TO 'N' THEN
                 MOVE 'ESCOPO-NEGADO' TO WS-LOG-TIPO
                 PERFORM 0046-GRAVAR-LOG-CONSULTA
                 MOVE '*** FORA DO ESCOPO REGIONAL DO USUARIO ***' TO
                   WS-NAV-ROTULO(WS-NAV-QTD)
              END-IF
           END-IF.
           INITIALIZE REGISTRO-RFB-EMPRESA.
           MOVE SPACES TO WS-NAV-CABECALHO.
           STRING 'EMPRESA ' DELIMITED BY SIZE
                  WS-NAV-CNPJ(WS-NAV-QTD) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NAV-ROTULO(WS-NAV-QTD) DELIMITED BY SIZE
             INTO WS-NAV-CABECALHO
           END-STRING.
           IF WS-UF-PERMITIDA IS EQUAL TO 'S' THEN
              OPEN INPUT ARQ-SOCIOS
              MOVE WS-NAV-CNPJ(WS-NAV-QTD) TO FRS-CNPJ
              MOVE 'N' TO WS-EOF
              START ARQ-SOCIOS KEY IS EQUAL TO FRS-CNPJ
                INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-SOCIOS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF FRS-CNPJ IS NOT EQUAL TO
                        WS-NAV-CNPJ(WS-NAV-QTD) THEN
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        IF WS-NAV-QTD-ITEM IS EQUAL TO 14 THEN
                           MOVE '*** EXIBIDOS OS 14 PRIMEIROS ***' TO
                             WS-NAV-MENSAGEM
                           MOVE 'Y' TO WS-EOF
                        ELSE
                           ADD 1 TO WS-NAV-QTD-ITEM
                           MOVE FRS-COD-SOCIO TO
                             WS-NAV-ITEM-COD(WS-NAV-QTD-ITEM)
                           MOVE FRS-NOME-SOCIO TO
                             WS-NAV-ITEM-NOME(WS-NAV-QTD-ITEM)
                           EVALUATE TRUE
                              WHEN FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 1
                                   AND FRS-CPF-SOCIO IS NUMERIC
                                 MOVE 'J' TO
                                   WS-NAV-ITEM-TIPO(WS-NAV-QTD-ITEM)
                                 MOVE FRS-CPF-SOCIO TO
                                   WS-NAV-ITEM-CNPJ(WS-NAV-QTD-ITEM)
                              WHEN FRS-IDENTIFICADOR-SOCIO IS EQUAL TO 2
                                 MOVE 'F' TO
                                   WS-NAV-ITEM-TIPO(WS-NAV-QTD-ITEM)
                              WHEN OTHER
                                 MOVE 'E' TO
                                   WS-NAV-ITEM-TIPO(WS-NAV-QTD-ITEM)
                           END-EVALUATE
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-SOCIOS
           END-IF.
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX IS GREATER THAN WS-NAV-QTD-ITEM
              PERFORM 0226-MONTAR-LINHA-ITEM
           END-PERFORM.

       0222-CARREGAR-NO-PESSOA.
      *    PASSO PESSOA: EMPRESAS DA PESSOA UNIFICADA, LIDAS DE
      *    PESSOA-PARTICIPACOES.DAT COMO NA TELA DO SOCIO (ATE 14).
           INITIALIZE WS-TAB-NAV-ITEM.
           INITIALIZE WS-TAB-NAV-TELA.
           MOVE ZERO TO WS-NAV-QTD-ITEM.
           MOVE 'NAV-SOCIETARIA' TO WS-LOG-TIPO.
           MOVE WS-NAV-PESSOA-ID(WS-NAV-QTD) TO WS-LOG-ARGUMENTO.
           PERFORM 0046-GRAVAR-LOG-CONSULTA.
           MOVE 'NN TIPO CNPJ           EMPRESA DA PESSOA' TO
             WS-NAV-CAB-LISTA.
           MOVE SPACES TO WS-NAV-CABECALHO.
           STRING 'PESSOA UNIFICADA ' DELIMITED BY SIZE
                  WS-NAV-PESSOA-ID(WS-NAV-QTD) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NAV-ROTULO(WS-NAV-QTD) DELIMITED BY SIZE
             INTO WS-NAV-CABECALHO
           END-STRING.
           OPEN INPUT ARQ-PARTICIPACOES.
           OPEN INPUT ARQ-EMPRESAS.
           MOVE WS-NAV-PESSOA-ID(WS-NAV-QTD) TO PPA-PESSOA-ID.
           MOVE ZERO TO PPA-SEQ.
           MOVE 'N' TO WS-EOF-PPA.
           START ARQ-PARTICIPACOES KEY IS GREATER THAN OR EQUAL TO
              PPA-CHAVE
             INVALID KEY MOVE 'Y' TO WS-EOF-PPA
           END-START.
           PERFORM UNTIL WS-EOF-PPA IS EQUAL TO 'Y'
             READ ARQ-PARTICIPACOES NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PPA
               NOT AT END
                  IF PPA-PESSOA-ID IS NOT EQUAL TO
                     WS-NAV-PESSOA-ID(WS-NAV-QTD) THEN
                     MOVE 'Y' TO WS-EOF-PPA
                  ELSE
                     IF WS-NAV-QTD-ITEM IS EQUAL TO 14 THEN
                        MOVE '*** EXIBIDAS AS 14 PRIMEIRAS ***' TO
                          WS-NAV-MENSAGEM
                        MOVE 'Y' TO WS-EOF-PPA
                     ELSE
                        ADD 1 TO WS-NAV-QTD-ITEM
                        MOVE 'J' TO WS-NAV-ITEM-TIPO(WS-NAV-QTD-ITEM)
                        MOVE PPA-CNPJ TO
                          WS-NAV-ITEM-CNPJ(WS-NAV-QTD-ITEM)
                        MOVE PPA-CNPJ TO FRE-CNPJ-ID
                        READ ARQ-EMPRESAS
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE FRE-RAZAO-SOCIAL TO
                               WS-NAV-ITEM-NOME(WS-NAV-QTD-ITEM)
                        END-READ
                     END-IF
                  END-IF
             END-READ
           END-PERFORM.
           CLOSE ARQ-PARTICIPACOES.
           CLOSE ARQ-EMPRESAS.
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX IS GREATER THAN WS-NAV-QTD-ITEM
              PERFORM 0226-MONTAR-LINHA-ITEM
           END-PERFORM.

       0223-MONTAR-CAMINHO.
      *    EMPRESA > SOCIO > EMPRESA ..., CADA PASSO COM OS 20
      *    PRIMEIROS CARACTERES DO NOME.
           MOVE SPACES TO WS-NAV-CAMINHO.
           MOVE 1 TO WS-NAV-PONTEIRO.
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX IS GREATER THAN WS-NAV-QTD
              IF WS-NAV-IDX IS GREATER THAN 1 THEN
                 STRING ' > ' DELIMITED BY SIZE
                   INTO WS-NAV-CAMINHO
                   WITH POINTER WS-NAV-PONTEIRO
                 END-STRING
              END-IF
              IF WS-NAV-ROTULO(WS-NAV-IDX) IS EQUAL TO SPACES THEN
                 STRING WS-NAV-CNPJ(WS-NAV-IDX) DELIMITED BY SIZE
                   INTO WS-NAV-CAMINHO
                   WITH POINTER WS-NAV-PONTEIRO
                 END-STRING
              ELSE
                 STRING WS-NAV-ROTULO(WS-NAV-IDX)(1:20)
                        DELIMITED BY '  '
                   INTO WS-NAV-CAMINHO
                   WITH POINTER WS-NAV-PONTEIRO
                 END-STRING
              END-IF
           END-PERFORM.

       0224-SEGUIR-ITEM.
           IF WS-NAV-QTD IS EQUAL TO 10 THEN
              MOVE '*** LIMITE DE 10 PASSOS - VOLTE ANTES DE SEGUIR ***'
                TO WS-NAV-MENSAGEM
           ELSE
              EVALUATE WS-NAV-ITEM-TIPO(WS-NAV-SEL)
                 WHEN 'J'
                    ADD 1 TO WS-NAV-QTD
                    MOVE 'J' TO WS-NAV-TIPO(WS-NAV-QTD)
                    MOVE WS-NAV-ITEM-CNPJ(WS-NAV-SEL) TO
                      WS-NAV-CNPJ(WS-NAV-QTD)
                    MOVE ZERO TO WS-NAV-PESSOA-ID(WS-NAV-QTD)
                    MOVE WS-NAV-ITEM-NOME(WS-NAV-SEL) TO
                      WS-NAV-ROTULO(WS-NAV-QTD)
                    MOVE 'S' TO WS-NAV-RECARREGAR
                 WHEN 'F'
                    MOVE 'N' TO WS-PESSOA-ACHADA
                    OPEN INPUT ARQ-SOCIOS
                    MOVE WS-NAV-ITEM-COD(WS-NAV-SEL) TO FRS-COD-SOCIO
                    READ ARQ-SOCIOS
                      KEY IS FRS-COD-SOCIO
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE FD-REG-SOCIO TO REGISTRO-RFB-SOCIO
                         PERFORM 0098-BUSCAR-PESSOA-UNIFICADA
                    END-READ
                    CLOSE ARQ-SOCIOS
                    INITIALIZE REGISTRO-RFB-SOCIO
                    IF WS-PESSOA-ACHADA IS EQUAL TO 'S' THEN
                       ADD 1 TO WS-NAV-QTD
                       MOVE 'F' TO WS-NAV-TIPO(WS-NAV-QTD)
                       MOVE SPACES TO WS-NAV-CNPJ(WS-NAV-QTD)
                       MOVE WS-PESSOA-ID-ATUAL TO
                         WS-NAV-PESSOA-ID(WS-NAV-QTD)
                       MOVE WS-NAV-ITEM-NOME(WS-NAV-SEL) TO
                         WS-NAV-ROTULO(WS-NAV-QTD)
                       MOVE 'S' TO WS-NAV-RECARREGAR
                    ELSE
                       MOVE '*** SOCIO SEM PESSOA UNIFICADA ***' TO
                         WS-NAV-MENSAGEM
                    END-IF
                 WHEN OTHER
                    MOVE '*** SOCIO SEM CNPJ/CPF PARA SEGUIR ***' TO
                      WS-NAV-MENSAGEM
              END-EVALUATE
           END-IF.

       0225-IMPRIMIR-CAMINHO.
      *    O CAMINHO VAI PARA O MESMO ARQUIVO DAS FICHAS IMPRESSAS.
           OPEN EXTEND ARQ-FICHA.
           IF ST-ARQUIVO-FICHA IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-FICHA
           END-IF.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING '        CAMINHO PERCORRIDO NO QUADRO SOCIETARIO'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HORA FROM TIME.
           MOVE SPACES TO REG-FICHA.
           STRING 'EMITIDO POR ' DELIMITED BY SIZE
                  WS-USUARIO-LOGADO DELIMITED BY '  '
                  ' EM ' DELIMITED BY SIZE
                  WS-LOG-DATA(7:2) '/' WS-LOG-DATA(5:2) '/'
                  WS-LOG-DATA(1:4) ' ' WS-LOG-HORA(1:2) ':'
                  WS-LOG-HORA(3:2) DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX IS GREATER THAN WS-NAV-QTD
              MOVE WS-NAV-IDX TO WS-NAV-PASSO-ED
              MOVE SPACES TO REG-FICHA
              IF WS-NAV-TIPO(WS-NAV-IDX) IS EQUAL TO 'J' THEN
                 STRING 'PASSO ' WS-NAV-PASSO-ED ' EMPRESA '
                        WS-NAV-CNPJ(WS-NAV-IDX) '  '
                        WS-NAV-ROTULO(WS-NAV-IDX) DELIMITED BY SIZE
                   INTO REG-FICHA
                 END-STRING
              ELSE
                 STRING 'PASSO ' WS-NAV-PASSO-ED ' PESSOA  ID '
                        WS-NAV-PESSOA-ID(WS-NAV-IDX) '  '
                        WS-NAV-ROTULO(WS-NAV-IDX) DELIMITED BY SIZE
                   INTO REG-FICHA
                 END-STRING
              END-IF
              WRITE REG-FICHA
           END-PERFORM.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           WRITE REG-FICHA.
           CLOSE ARQ-FICHA.
           MOVE '*** CAMINHO GRAVADO EM FICHA-CADASTRAL.TXT ***' TO
             WS-NAV-MENSAGEM.

       0226-MONTAR-LINHA-ITEM.
           MOVE SPACES TO WS-NAV-LINHA-TELA(WS-NAV-IDX).
           EVALUATE WS-NAV-ITEM-TIPO(WS-NAV-IDX)
              WHEN 'J'
                 STRING WS-NAV-IDX ' PJ   ' DELIMITED BY SIZE
                        WS-NAV-ITEM-CNPJ(WS-NAV-IDX) DELIMITED BY SIZE
                        ' ' WS-NAV-ITEM-NOME(WS-NAV-IDX)
                        DELIMITED BY SIZE
                   INTO WS-NAV-LINHA-TELA(WS-NAV-IDX)
                 END-STRING
              WHEN 'F'
                 STRING WS-NAV-IDX ' PF   ' DELIMITED BY SIZE
                        '               ' DELIMITED BY SIZE
                        WS-NAV-ITEM-NOME(WS-NAV-IDX) DELIMITED BY SIZE
                   INTO WS-NAV-LINHA-TELA(WS-NAV-IDX)
                 END-STRING
              WHEN OTHER
                 STRING WS-NAV-IDX ' EXT  ' DELIMITED BY SIZE
                        '               ' DELIMITED BY SIZE
                        WS-NAV-ITEM-NOME(WS-NAV-IDX) DELIMITED BY SIZE
                   INTO WS-NAV-LINHA-TELA(WS-NAV-IDX)
                 END-STRING
           END-EVALUATE.

       0227-MENU-CAMINHO-VINCULO.
      *    MENOR CAMINHO DE VINCULO SOCIETARIO ENTRE DUAS ENTIDADES
      *    (CNPJ, CPF OU PESSOA UNIFICADA), ATE N GRAUS, PELA ROTINA
      *    BUSCAR-CAMINHO-VINCULO (A MESMA DO RELATORIO BATCH
      *    CAMINHO-VINCULO-SOCIETARIO). OPCAO EM BRANCO SEM AS DUAS
      *    CHAVES PREENCHIDAS VOLTA AO MENU.
           MOVE SPACES TO WS-CVN-ORIGEM-TIPO WS-CVN-ORIGEM-CHAVE
             WS-CVN-DESTINO-TIPO WS-CVN-DESTINO-CHAVE.
           MOVE ZERO TO WS-CVN-GRAUS.
           INITIALIZE REGISTRO-CAMINHO-VINCULO.
           INITIALIZE WS-TAB-CVN-TELA.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE 'X' TO WS-CVN-OPCAO.
           PERFORM UNTIL WS-CVN-OPCAO IS EQUAL TO 'V'
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-CAMINHO-VINCULO
              DISPLAY SC-MENSAGEM
              MOVE SPACES TO WS-CVN-OPCAO
              MOVE SPACES TO WS-MENSAGEM
              ACCEPT SC-CAMINHO-VINCULO
              MOVE FUNCTION UPPER-CASE(WS-CVN-OPCAO) TO WS-CVN-OPCAO
              MOVE FUNCTION UPPER-CASE(WS-CVN-ORIGEM-TIPO) TO
                WS-CVN-ORIGEM-TIPO
              MOVE FUNCTION UPPER-CASE(WS-CVN-DESTINO-TIPO) TO
                WS-CVN-DESTINO-TIPO
              EVALUATE WS-CVN-OPCAO
                 WHEN 'V'
                    CONTINUE
                 WHEN 'I'
                    IF RCV-QTD-ELOS IS GREATER THAN ZERO THEN
                       PERFORM 0230-IMPRIMIR-CAMINHO-VINCULO
                    ELSE
                       MOVE '*** NENHUM CAMINHO PARA IMPRIMIR ***' TO
                         WS-MENSAGEM
                    END-IF
                 WHEN SPACE
                    IF WS-CVN-ORIGEM-CHAVE IS EQUAL TO SPACES AND
                       WS-CVN-DESTINO-CHAVE IS EQUAL TO SPACES THEN
                       MOVE 'V' TO WS-CVN-OPCAO
                    ELSE
                       PERFORM 0228-BUSCAR-CAMINHO-VINCULO
                    END-IF
                 WHEN OTHER
                    MOVE '*** OPCAO INVALIDA ***' TO WS-MENSAGEM
              END-EVALUATE
           END-PERFORM.
           DISPLAY SC-TELA-LIMPA.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE SPACES TO WS-COMANDO.

       0228-BUSCAR-CAMINHO-VINCULO.
           INITIALIZE REGISTRO-CAMINHO-VINCULO.
           INITIALIZE WS-TAB-CVN-TELA.
           IF (WS-CVN-ORIGEM-TIPO IS NOT EQUAL TO 'J' AND
               WS-CVN-ORIGEM-TIPO IS NOT EQUAL TO 'F' AND
               WS-CVN-ORIGEM-TIPO IS NOT EQUAL TO 'P') OR
              (WS-CVN-DESTINO-TIPO IS NOT EQUAL TO 'J' AND
               WS-CVN-DESTINO-TIPO IS NOT EQUAL TO 'F' AND
               WS-CVN-DESTINO-TIPO IS NOT EQUAL TO 'P') THEN
              MOVE '*** TIPO DE ENTIDADE INVALIDO (J, F OU P) ***' TO
                WS-MENSAGEM
           ELSE
           IF WS-CVN-ORIGEM-CHAVE IS EQUAL TO SPACES OR
              WS-CVN-DESTINO-CHAVE IS EQUAL TO SPACES THEN
              MOVE '*** INFORME ORIGEM E DESTINO ***' TO WS-MENSAGEM
           ELSE
              MOVE 'CAMINHO-VINCULO' TO WS-LOG-TIPO
              MOVE SPACES TO WS-LOG-ARGUMENTO
              STRING WS-CVN-ORIGEM-TIPO DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-CVN-ORIGEM-CHAVE DELIMITED BY SPACE
                     ' X ' DELIMITED BY SIZE
                     WS-CVN-DESTINO-TIPO DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-CVN-DESTINO-CHAVE DELIMITED BY SPACE
                INTO WS-LOG-ARGUMENTO
              END-STRING
              PERFORM 0046-GRAVAR-LOG-CONSULTA
              MOVE WS-CVN-ORIGEM-TIPO TO RCV-ORIGEM-TIPO
              MOVE WS-CVN-ORIGEM-CHAVE TO RCV-ORIGEM-CHAVE
              MOVE WS-CVN-DESTINO-TIPO TO RCV-DESTINO-TIPO
              MOVE WS-CVN-DESTINO-CHAVE TO RCV-DESTINO-CHAVE
              MOVE WS-CVN-GRAUS TO RCV-GRAUS-MAXIMO
              CALL 'BUSCAR-CAMINHO-VINCULO' USING
                 REGISTRO-CAMINHO-VINCULO
              MOVE RCV-GRAUS-MAXIMO TO WS-CVN-GRAUS
              PERFORM 0229-MONTAR-LINHAS-CAMINHO
           END-IF
           END-IF.

       0229-MONTAR-LINHAS-CAMINHO.
      *    EMPRESA FORA DO ESCOPO REGIONAL DO USUARIO APARECE NO
      *    CAMINHO SO PELO CNPJ (O ELO EXISTE, MAS A RAZAO SOCIAL
      *    FICA MASCARADA NA TELA E NA IMPRESSAO).
           IF RCV-ORIGEM-UF IS NOT EQUAL TO SPACES THEN
              MOVE RCV-ORIGEM-UF TO WS-UF-AVALIADA
              PERFORM 0139-VERIFICAR-ESCOPO-UF
              IF WS-UF-PERMITIDA IS EQUAL TO 'N' THEN
                 MOVE WS-CVN-MASCARA TO RCV-ORIGEM-NOME
              END-IF
           END-IF.
           IF RCV-DESTINO-UF IS NOT EQUAL TO SPACES THEN
              MOVE RCV-DESTINO-UF TO WS-UF-AVALIADA
              PERFORM 0139-VERIFICAR-ESCOPO-UF
              IF WS-UF-PERMITIDA IS EQUAL TO 'N' THEN
                 MOVE WS-CVN-MASCARA TO RCV-DESTINO-NOME
              END-IF
           END-IF.
           PERFORM VARYING WS-CVN-IDX FROM 1 BY 1
                   UNTIL WS-CVN-IDX IS GREATER THAN RCV-QTD-ELOS
              IF RCV-ELO-EMPRESA-UF(WS-CVN-IDX) IS NOT EQUAL TO SPACES
              THEN
                 MOVE RCV-ELO-EMPRESA-UF(WS-CVN-IDX) TO WS-UF-AVALIADA
                 PERFORM 0139-VERIFICAR-ESCOPO-UF
                 IF WS-UF-PERMITIDA IS EQUAL TO 'N' THEN
                    MOVE WS-CVN-MASCARA TO
                      RCV-ELO-EMPRESA-RAZAO(WS-CVN-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CVN-IDX FROM 1 BY 1
                   UNTIL WS-CVN-IDX IS GREATER THAN RCV-QTD-ELOS
              IF RCV-ELO-SOCIO-TIPO(WS-CVN-IDX) IS EQUAL TO 'J' THEN
                 PERFORM 0231-MASCARAR-SOCIO-PJ
              END-IF
              MOVE WS-CVN-IDX TO WS-CVN-ELO-ED
              COMPUTE WS-CVN-PERC-V99 =
                 RCV-ELO-PERCENTUAL(WS-CVN-IDX) / 100
              MOVE WS-CVN-PERC-V99 TO WS-CVN-PERC-ED
              MOVE SPACES TO WS-CVN-LINHA-TELA(WS-CVN-IDX)
              STRING WS-CVN-ELO-ED ' ' DELIMITED BY SIZE
                     RCV-ELO-SOCIO-NOME(WS-CVN-IDX)(1:20)
                     DELIMITED BY SIZE
                     ' -> ' DELIMITED BY SIZE
                     RCV-ELO-EMPRESA-RAZAO(WS-CVN-IDX)(1:22)
                     DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     RCV-ELO-QUALIF-DESCR(WS-CVN-IDX)(1:18)
                     DELIMITED BY SIZE
                     ' ' WS-CVN-PERC-ED '%' DELIMITED BY SIZE
                INTO WS-CVN-LINHA-TELA(WS-CVN-IDX)
              END-STRING
           END-PERFORM.

       0230-IMPRIMIR-CAMINHO-VINCULO.
      *    O CAMINHO COMPLETO (CHAVES, NOMES, QUALIFICACAO E
      *    PERCENTUAL DE CADA ELO) VAI PARA O ARQUIVO DAS FICHAS.
           OPEN EXTEND ARQ-FICHA.
           IF ST-ARQUIVO-FICHA IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-FICHA
           END-IF.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING '        CAMINHO DE VINCULO SOCIETARIO'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HORA FROM TIME.
           MOVE SPACES TO REG-FICHA.
           STRING 'EMITIDO POR ' DELIMITED BY SIZE
                  WS-USUARIO-LOGADO DELIMITED BY '  '
                  ' EM ' DELIMITED BY SIZE
                  WS-LOG-DATA(7:2) '/' WS-LOG-DATA(5:2) '/'
                  WS-LOG-DATA(1:4) ' ' WS-LOG-HORA(1:2) ':'
                  WS-LOG-HORA(3:2) DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING 'ORIGEM : ' RCV-ORIGEM-NOME DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           STRING 'DESTINO: ' RCV-DESTINO-NOME DELIMITED BY SIZE
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE RCV-MENSAGEM TO REG-FICHA.
           WRITE REG-FICHA.
           PERFORM VARYING WS-CVN-IDX FROM 1 BY 1
                   UNTIL WS-CVN-IDX IS GREATER THAN RCV-QTD-ELOS
              MOVE WS-CVN-IDX TO WS-CVN-ELO-ED
              IF RCV-ELO-SOCIO-TIPO(WS-CVN-IDX) IS EQUAL TO 'J' THEN
                 MOVE 'PJ' TO WS-CVN-SOCIO-TIPO
              ELSE
                 MOVE 'PF' TO WS-CVN-SOCIO-TIPO
              END-IF
              MOVE SPACES TO REG-FICHA
              STRING 'ELO ' WS-CVN-ELO-ED ' SOCIO ' WS-CVN-SOCIO-TIPO
                     ' ' RCV-ELO-SOCIO-CHAVE(WS-CVN-IDX) ' '
                     RCV-ELO-SOCIO-NOME(WS-CVN-IDX)(1:44)
                     DELIMITED BY SIZE
                INTO REG-FICHA
              END-STRING
              WRITE REG-FICHA
              MOVE SPACES TO REG-FICHA
              STRING '       EMPRESA  ' RCV-ELO-EMPRESA-CNPJ(WS-CVN-IDX)
                     ' ' RCV-ELO-EMPRESA-RAZAO(WS-CVN-IDX)(1:49)
                     DELIMITED BY SIZE
                INTO REG-FICHA
              END-STRING
              WRITE REG-FICHA
              COMPUTE WS-CVN-PERC-V99 =
                 RCV-ELO-PERCENTUAL(WS-CVN-IDX) / 100
              MOVE WS-CVN-PERC-V99 TO WS-CVN-PERC-ED
              MOVE SPACES TO REG-FICHA
              STRING '       QUALIF.  '
                     RCV-ELO-QUALIFICACAO(WS-CVN-IDX) '-'
                     RCV-ELO-QUALIF-DESCR(WS-CVN-IDX)
                     '  PART. ' WS-CVN-PERC-ED '%' DELIMITED BY SIZE
                INTO REG-FICHA
              END-STRING
              WRITE REG-FICHA
           END-PERFORM.
           MOVE SPACES TO REG-FICHA.
           STRING '========================================'
                  '======================================'
             INTO REG-FICHA
           END-STRING.
           WRITE REG-FICHA.
           MOVE SPACES TO REG-FICHA.
           WRITE REG-FICHA.
           CLOSE ARQ-FICHA.
           MOVE '*** CAMINHO GRAVADO EM FICHA-CADASTRAL.TXT ***' TO
             WS-MENSAGEM.

       0231-MASCARAR-SOCIO-PJ.
      *    O SOCIO PJ DO ELO E A EMPRESA DO ELO VIZINHO OU UMA DAS
      *    PONTAS DO CAMINHO: SEGUE A MASCARA QUE ELA RECEBEU LA.
           IF (RCV-ORIGEM-TIPO IS EQUAL TO 'J' AND
               RCV-ELO-SOCIO-CHAVE(WS-CVN-IDX) IS EQUAL TO
               RCV-ORIGEM-CHAVE AND
               RCV-ORIGEM-NOME IS EQUAL TO WS-CVN-MASCARA) OR
              (RCV-DESTINO-TIPO IS EQUAL TO 'J' AND
               RCV-ELO-SOCIO-CHAVE(WS-CVN-IDX) IS EQUAL TO
               RCV-DESTINO-CHAVE AND
               RCV-DESTINO-NOME IS EQUAL TO WS-CVN-MASCARA) THEN
              MOVE WS-CVN-MASCARA TO RCV-ELO-SOCIO-NOME(WS-CVN-IDX)
           END-IF.
           PERFORM VARYING WS-CVN-IDX-VIZ FROM 1 BY 1
                   UNTIL WS-CVN-IDX-VIZ IS GREATER THAN RCV-QTD-ELOS
              IF RCV-ELO-EMPRESA-CNPJ(WS-CVN-IDX-VIZ) IS EQUAL TO
                 RCV-ELO-SOCIO-CHAVE(WS-CVN-IDX) AND
                 RCV-ELO-EMPRESA-RAZAO(WS-CVN-IDX-VIZ) IS EQUAL TO
                 WS-CVN-MASCARA THEN
                 MOVE WS-CVN-MASCARA TO RCV-ELO-SOCIO-NOME(WS-CVN-IDX)
              END-IF
           END-PERFORM.

       0232-BUSCAR-SANCOES.
      *    SANCOES DO CEIS E DO CNEP (IMPORTAR-SANCOES-CEIS-CNEP)
      *    VIGENTES NA DATA, PELA RAIZ DO CNPJ: A SANCAO ALCANCA A
      *    PESSOA JURIDICA, MATRIZ E FILIAIS. A TELA GUARDA AS 8
      *    PRIMEIRAS, DUAS LINHAS CADA; A CONTAGEM E DO TOTAL.
      *    BASE AUSENTE MOSTRA '--'.
           INITIALIZE WS-TAB-SAN-TELA.
           MOVE ZERO TO WS-QTD-SAN.
           MOVE ZERO TO WS-SAN-LIN.
           MOVE '--' TO WS-QTD-SAN-ED.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-SANCOES.
           IF ST-ARQUIVO-SAN IS EQUAL TO '00' THEN
              MOVE RRE-CNPJ(1:8) TO SAN-CNPJ-RAIZ
              MOVE 'N' TO WS-EOF-SAN
              START ARQ-SANCOES KEY IS EQUAL TO SAN-CNPJ-RAIZ
                INVALID KEY MOVE 'Y' TO WS-EOF-SAN
              END-START
              PERFORM UNTIL WS-EOF-SAN IS EQUAL TO 'Y'
                READ ARQ-SANCOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-SAN
                  NOT AT END
                     IF SAN-CNPJ-RAIZ IS NOT EQUAL TO RRE-CNPJ(1:8)
                     THEN
                        MOVE 'Y' TO WS-EOF-SAN
                     ELSE
                        IF SAN-DATA-INICIO IS NOT GREATER THAN
                           WS-DATA-HOJE AND
                           (SAN-DATA-FIM IS EQUAL TO ZERO OR
                           SAN-DATA-FIM IS NOT LESS THAN WS-DATA-HOJE)
                        THEN
                           IF WS-QTD-SAN IS LESS THAN 999 THEN
                              ADD 1 TO WS-QTD-SAN
                           END-IF
                           PERFORM 0234-GUARDAR-SANCAO
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-SANCOES
              MOVE WS-QTD-SAN TO WS-QTD-SAN-Z
              MOVE WS-QTD-SAN-Z TO WS-QTD-SAN-ED
           END-IF.

       0233-EXIBIR-SANCOES.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-SANCOES.
           MOVE SPACES TO WS-MENSAGEM.
           IF ST-ARQUIVO-SAN IS NOT EQUAL TO '00' THEN
              MOVE '*** CADASTRO DE SANCOES CEIS/CNEP NAO IMPORTADO ***'
                TO WS-MENSAGEM
           ELSE
              IF WS-QTD-SAN IS EQUAL TO ZERO THEN
                 MOVE '*** NENHUMA SANCAO VIGENTE PARA A RAIZ DESTE CNPJ
      -          ' ***' TO WS-MENSAGEM
              END-IF
              IF WS-QTD-SAN IS GREATER THAN 8 THEN
                 MOVE '*** EXIBIDAS AS 8 PRIMEIRAS - LISTA COMPLETA NO C
      -          'RUZAR-SANCOES-EMPRESAS ***' TO WS-MENSAGEM
              END-IF
           END-IF.
           DISPLAY SC-MENSAGEM.
           MOVE ' ' TO WS-COMANDO.
           ACCEPT SC-REGUA-COMANDO.
           MOVE '*** SANCOES EXIBIDAS - ENTER VOLTA A FICHA ***' TO
             WS-MENSAGEM.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
           DISPLAY SC-EXIBIR-PJ-CNAE-SEC.

       0234-GUARDAR-SANCAO.
      *    PRIMEIRA LINHA: ORIGEM, INICIO, FIM, CNPJ SANCIONADO E
      *    TIPO; SEGUNDA: ORGAO SANCIONADOR E UF.
           IF WS-SAN-LIN IS LESS THAN 16 THEN
              IF SAN-DATA-FIM IS EQUAL TO ZERO THEN
                 MOVE 'INDETERM' TO WS-SAN-FIM-ED
              ELSE
                 MOVE SAN-DATA-FIM TO WS-SAN-FIM-ED
              END-IF
              ADD 1 TO WS-SAN-LIN
              STRING SAN-ORIGEM DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SAN-DATA-INICIO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-SAN-FIM-ED DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SAN-CNPJ DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     SAN-TIPO-SANCAO DELIMITED BY SIZE
                INTO WS-SAN-LINHA(WS-SAN-LIN)
              END-STRING
              ADD 1 TO WS-SAN-LIN
              STRING '     ' DELIMITED BY SIZE
                     SAN-ORGAO DELIMITED BY '  '
                     ' / ' DELIMITED BY SIZE
                     SAN-UF-ORGAO DELIMITED BY SIZE
                INTO WS-SAN-LINHA(WS-SAN-LIN)
              END-STRING
           END-IF.

       0235-BUSCAR-INSCRICOES-ESTAD.
      *    INSCRICOES ESTADUAIS DO CNPJ (CARGA-INSCRICOES-ESTADUAIS).
      *    A FICHA MOSTRA A IE DA UF DO ESTABELECIMENTO, OU 'OUTRA
      *    UF' QUANDO SO HA INSCRICAO EM OUTRO ESTADO; O COMANDO E
      *    LISTA TODAS. CADASTRO NAO CARREGADO MOSTRA '--'.
           INITIALIZE WS-TAB-IEE-TELA.
           MOVE ZERO TO WS-QTD-IEE.
           MOVE '--' TO WS-IEE-FICHA-ED.
           OPEN INPUT ARQ-INSCRICOES.
           IF ST-ARQUIVO-IEE IS EQUAL TO '00' THEN
              MOVE 'NAO INSCRITA' TO WS-IEE-FICHA-ED
              MOVE RRE-CNPJ TO IEE-CNPJ
              MOVE LOW-VALUES TO IEE-UF
              MOVE 'N' TO WS-EOF-IEE
              START ARQ-INSCRICOES
                KEY IS GREATER THAN OR EQUAL TO IEE-CHAVE
                INVALID KEY MOVE 'Y' TO WS-EOF-IEE
              END-START
              PERFORM UNTIL WS-EOF-IEE IS EQUAL TO 'Y'
                READ ARQ-INSCRICOES NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF-IEE
                  NOT AT END
                     IF IEE-CNPJ IS NOT EQUAL TO RRE-CNPJ THEN
                        MOVE 'Y' TO WS-EOF-IEE
                     ELSE
                        PERFORM 0237-GUARDAR-INSCRICAO-ESTAD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-INSCRICOES
           END-IF.

       0236-EXIBIR-INSCRICOES-ESTAD.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-INSCRICOES-ESTADUAIS.
           MOVE SPACES TO WS-MENSAGEM.
           IF ST-ARQUIVO-IEE IS NOT EQUAL TO '00' THEN
              MOVE '*** CADASTRO DE CONTRIBUINTES DO ICMS NAO CARREGADO
      -       '***' TO WS-MENSAGEM
           ELSE
              IF WS-QTD-IEE IS EQUAL TO ZERO THEN
                 MOVE
                   '*** NENHUMA INSCRICAO ESTADUAL PARA ESTE CNPJ ***'
                   TO WS-MENSAGEM
              END-IF
           END-IF.
           DISPLAY SC-MENSAGEM.
           MOVE ' ' TO WS-COMANDO.
           ACCEPT SC-REGUA-COMANDO.
           MOVE '*** INSCRICOES ESTADUAIS EXIBIDAS - ENTER VOLTA A FICHA
      -     ' ***' TO WS-MENSAGEM.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-EXIBIR-PJ.
           DISPLAY SC-EXIBIR-PJ-CNAE-SEC.

       0237-GUARDAR-INSCRICAO-ESTAD.
           IF IEE-UF IS EQUAL TO RRE-UF THEN
              MOVE IEE-INSCRICAO TO WS-IEE-FICHA-ED
           ELSE
              IF WS-IEE-FICHA-ED IS EQUAL TO 'NAO INSCRITA' THEN
                 MOVE 'OUTRA UF' TO WS-IEE-FICHA-ED
              END-IF
           END-IF.
           EVALUATE IEE-SITUACAO
             WHEN 'A'
                MOVE 'ATIVA' TO WS-IEE-SITUACAO-ED
             WHEN 'S'
                MOVE 'SUSPENSA' TO WS-IEE-SITUACAO-ED
             WHEN 'I'
                MOVE 'INAPTA' TO WS-IEE-SITUACAO-ED
             WHEN 'B'
                MOVE 'BAIXADA' TO WS-IEE-SITUACAO-ED
             WHEN 'C'
                MOVE 'CANCELADA' TO WS-IEE-SITUACAO-ED
             WHEN OTHER
                MOVE SPACES TO WS-IEE-SITUACAO-ED
           END-EVALUATE.
           IF WS-QTD-IEE IS LESS THAN 16 THEN
              ADD 1 TO WS-QTD-IEE
              STRING IEE-UF DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     IEE-INSCRICAO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-IEE-SITUACAO-ED DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     IEE-DATA-SITUACAO DELIMITED BY SIZE
                     '    ' DELIMITED BY SIZE
                     IEE-REGIME-APURACAO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     IEE-DATA-CARGA DELIMITED BY SIZE
                INTO WS-IEE-LINHA(WS-QTD-IEE)
              END-STRING
           END-IF.

       0239-EMITIR-COMPROVANTE.
      *    COMPROVANTE DE CONSULTA CADASTRAL: AS LINHAS DA FICHA EM
      *    TELA, A COMPETENCIA DA BASE CONSULTADA, O USUARIO E A
      *    DATA/HORA SAO AUTENTICADOS PELA ROTINA
      *    AUTENTICAR-COMPROVANTE (A MESMA DO ENRIQUECIMENTO DE
      *    CARTEIRA), QUE DEVOLVE O CODIGO DE AUTENTICIDADE. O
      *    COMPROVANTE VAI PARA COMPROVANTE-CONSULTA.TXT, E CATALOGADO
      *    NO SPOOL E FICA REGISTRADO NO LOG DE CONSULTAS.
           IF RRE-CNPJ IS EQUAL TO SPACES OR
              RRE-CNPJ IS EQUAL TO ZEROES THEN
              MOVE '*** SEM FICHA EM TELA PARA EMITIR COMPROVANTE ***'
                TO WS-MENSAGEM
           ELSE
              INITIALIZE REGISTRO-COMPROVANTE
              MOVE 'E' TO RCP-FUNCAO
              MOVE RRE-CNPJ TO RCP-CNPJ
              IF WS-CONSULTA-HISTORICA IS EQUAL TO 'S' THEN
                 MOVE WS-COMPET-ESCOLHIDA TO RCP-COMPETENCIA
              ELSE
              IF WS-MODO-DEGRADADO IS EQUAL TO 'S' THEN
                 MOVE WS-DEGRADADO-SUFIXO TO RCP-COMPETENCIA
              ELSE
                 MOVE WS-COMPETENCIA-VIGENTE TO RCP-COMPETENCIA
              END-IF
              END-IF
              MOVE WS-USUARIO-LOGADO TO RCP-USUARIO
              MOVE 'TELA' TO RCP-ORIGEM
              MOVE WS-CAM-COMPROVANTE-CONSULTA TO RCP-ARQ-IMPRESSAO
              MOVE 'S' TO RCP-IMPRESSAO-NOVA
              PERFORM 0240-MONTAR-LINHAS-COMPROVANTE
              CALL 'AUTENTICAR-COMPROVANTE' USING
                 REGISTRO-COMPROVANTE
              IF RCP-RETORNO IS EQUAL TO '00' THEN
                 MOVE 'COMPROVANTE' TO WS-LOG-TIPO
                 MOVE SPACES TO WS-LOG-ARGUMENTO
                 STRING RRE-CNPJ DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        RCP-CODIGO DELIMITED BY SIZE
                   INTO WS-LOG-ARGUMENTO
                 END-STRING
                 PERFORM 0046-GRAVAR-LOG-CONSULTA
                 MOVE WS-CAM-COMPROVANTE-CONSULTA TO
                   WS-SPOOL-ARQ-ORIGEM
                 MOVE 'COMPROVANTE' TO WS-SPOOL-TIPO
                 PERFORM 0110-REGISTRAR-SPOOL-FICHA
                 MOVE SPACES TO WS-MENSAGEM
                 STRING '*** COMPROVANTE EMITIDO - CODIGO '
                          DELIMITED BY SIZE
                        RCP-CODIGO DELIMITED BY SIZE
                        ' ***' DELIMITED BY SIZE
                   INTO WS-MENSAGEM
                 END-STRING
              ELSE
                 MOVE SPACES TO WS-MENSAGEM
                 STRING '*** ' DELIMITED BY SIZE
                        RCP-MENSAGEM DELIMITED BY '  '
                        ' ***' DELIMITED BY SIZE
                   INTO WS-MENSAGEM
                 END-STRING
              END-IF
           END-IF.

       0240-MONTAR-LINHAS-COMPROVANTE.
      *    MESMOS ROTULOS DA FICHA CADASTRAL EM TEXTO, SEM DADOS DE
      *    PESSOA FISICA (SO O TOTAL DE SOCIOS), EM ATE 30 LINHAS.
           MOVE ZERO TO RCP-QTD-LINHAS.
           MOVE SPACES TO WS-CPV-LINHA.
           STRING 'CNPJ.............: ' DELIMITED BY SIZE
                  WS-CNPJ-ED DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-MATRIZ-FILIAL DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'RAZAO SOCIAL.....: ' DELIMITED BY SIZE
                  RRE-RAZAO-SOCIAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'NOME FANTASIA....: ' DELIMITED BY SIZE
                  RRE-NOME-FANTASIA DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'SITUACAO CADASTRAL: ' DELIMITED BY SIZE
                  WS-SITUACAO-CADASTRAL DELIMITED BY SIZE
                  '  EM ' DELIMITED BY SIZE
                  WS-DATA-SIT-CADASTRAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'MOTIVO SITUACAO..: ' DELIMITED BY SIZE
                  WS-MOTIVO-SIT-CADASTRAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'INICIO ATIVIDADE.: ' DELIMITED BY SIZE
                  WS-DATA-INICIO-ATIVIDADE DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'ENDERECO.........: ' DELIMITED BY SIZE
                  RRE-TIPO-LOGRADOURO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RRE-LOGRADOURO DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  RRE-NUMERO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'COMPLEMENTO......: ' DELIMITED BY SIZE
                  WS-COMPLEMENTO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'BAIRRO/CEP.......: ' DELIMITED BY SIZE
                  RRE-BAIRRO DELIMITED BY SIZE
                  ' CEP ' DELIMITED BY SIZE
                  RRE-CEP DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'MUNICIPIO/UF.....: ' DELIMITED BY SIZE
                  RRE-MUNICIPIO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  RRE-UF DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'TELEFONE.........: ' DELIMITED BY SIZE
                  RRE-DDD-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RRE-TELEFONE-1 DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'E-MAIL...........: ' DELIMITED BY SIZE
                  RRE-CORREIO-ELETRONICO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'CNAE FISCAL......: ' DELIMITED BY SIZE
                  RRE-CNAE-FISCAL DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-CNAE-FISCAL-DESCRICAO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'NATUREZA JURIDICA: ' DELIMITED BY SIZE
                  RRE-COD-NAT-JURIDICA DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-NATUREZA-JURIDICA-DESCRICAO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'QUALIF. RESPONS..: ' DELIMITED BY SIZE
                  WS-QUALIF-RESP-DESCRICAO DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'CAPITAL SOCIAL...: ' DELIMITED BY SIZE
                  WS-CAPITAL-SOCIAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'PORTE............: ' DELIMITED BY SIZE
                  WS-PORTE DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'SIMPLES NACIONAL.: ' DELIMITED BY SIZE
                  WS-OPCAO-SIMPLES DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'SITUACAO ESPECIAL: ' DELIMITED BY SIZE
                  RRE-SIT-ESPECIAL DELIMITED BY SIZE
                  '  EM ' DELIMITED BY SIZE
                  RRE-DATA-SIT-ESPECIAL DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           STRING 'TOTAL DE SOCIOS..: ' DELIMITED BY SIZE
                  WS-TOTAL-SOCIOS-EMP DELIMITED BY SIZE
                  '  CAPITAL SOMADO: ' DELIMITED BY SIZE
                  WS-TOTAL-PERC-CAPITAL-ED DELIMITED BY SIZE
                  ' %' DELIMITED BY SIZE
             INTO WS-CPV-LINHA
           END-STRING.
           PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE.
           PERFORM VARYING WS-CPV-IDX FROM 1 BY 1
             UNTIL WS-CPV-IDX IS GREATER THAN WS-CNAE-SEC-QTD
             STRING 'CNAE SECUNDARIA..: ' DELIMITED BY SIZE
                    WS-CNAE-SEC-COD(WS-CPV-IDX) DELIMITED BY SIZE
                    ' - ' DELIMITED BY SIZE
                    WS-CNAE-SEC-DESCRICAO(WS-CPV-IDX) DELIMITED BY SIZE
               INTO WS-CPV-LINHA
             END-STRING
             PERFORM 0241-ADICIONAR-LINHA-COMPROVANTE
           END-PERFORM.

       0241-ADICIONAR-LINHA-COMPROVANTE.
           IF RCP-QTD-LINHAS IS LESS THAN 30 THEN
              ADD 1 TO RCP-QTD-LINHAS
              MOVE WS-CPV-LINHA TO RCP-LINHA(RCP-QTD-LINHAS)
           END-IF.
           MOVE SPACES TO WS-CPV-LINHA.

       0242-MENU-VERIFICAR-COMPROVANTE.
      *    VERIFICACAO DE COMPROVANTE PELO CODIGO DE AUTENTICIDADE:
      *    A ROTINA AUTENTICAR-COMPROVANTE LOCALIZA O COMPROVANTE,
      *    RECALCULA O HASH COM A CHAVE DA EPOCA DA EMISSAO E DEVOLVE
      *    O CONTEUDO ORIGINAL, QUE E EXIBIDO EM PAGINAS DE 15 LINHAS.
      *    ENTER COM O CODIGO EM BRANCO OU JA VERIFICADO VOLTA AO
      *    MENU.
           MOVE SPACES TO WS-CPV-CODIGO-DIG WS-CPV-CODIGO-EXIBIDO.
           INITIALIZE REGISTRO-COMPROVANTE.
           INITIALIZE WS-TAB-CPV-TELA.
           MOVE SPACES TO WS-CPV-EMISSAO-ED.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE 'X' TO WS-CPV-OPCAO.
           PERFORM UNTIL WS-CPV-OPCAO IS EQUAL TO 'V'
              DISPLAY SC-TELA-LIMPA
              DISPLAY SC-VERIFICAR-COMPROVANTE
              DISPLAY SC-MENSAGEM
              MOVE SPACES TO WS-CPV-OPCAO
              MOVE SPACES TO WS-MENSAGEM
              ACCEPT SC-VERIFICAR-COMPROVANTE
              MOVE FUNCTION UPPER-CASE(WS-CPV-OPCAO) TO WS-CPV-OPCAO
              EVALUATE WS-CPV-OPCAO
                 WHEN 'V'
                    CONTINUE
                 WHEN 'P'
                    IF RCP-QTD-LINHAS IS GREATER THAN
                       WS-CPV-INICIO + 14 THEN
                       ADD 15 TO WS-CPV-INICIO
                    ELSE
                       MOVE 1 TO WS-CPV-INICIO
                    END-IF
                    PERFORM 0244-MONTAR-PAGINA-COMPROVANTE
                 WHEN SPACE
                    IF WS-CPV-CODIGO-DIG IS EQUAL TO SPACES OR
                       WS-CPV-CODIGO-DIG IS EQUAL TO
                       WS-CPV-CODIGO-EXIBIDO THEN
                       MOVE 'V' TO WS-CPV-OPCAO
                    ELSE
                       PERFORM 0243-VERIFICAR-COMPROVANTE
                    END-IF
                 WHEN OTHER
                    MOVE '*** OPCAO INVALIDA ***' TO WS-MENSAGEM
              END-EVALUATE
           END-PERFORM.
           DISPLAY SC-TELA-LIMPA.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE SPACES TO WS-COMANDO.

       0243-VERIFICAR-COMPROVANTE.
           INITIALIZE REGISTRO-COMPROVANTE.
           MOVE 'V' TO RCP-FUNCAO.
           MOVE WS-CPV-CODIGO-DIG TO RCP-CODIGO.
           CALL 'AUTENTICAR-COMPROVANTE' USING REGISTRO-COMPROVANTE.
           MOVE 'VERIF-COMPROV' TO WS-LOG-TIPO.
           MOVE SPACES TO WS-LOG-ARGUMENTO.
           STRING WS-CPV-CODIGO-DIG DELIMITED BY '  '
                  ' RETORNO ' DELIMITED BY SIZE
                  RCP-RETORNO DELIMITED BY SIZE
             INTO WS-LOG-ARGUMENTO
           END-STRING.
           PERFORM 0046-GRAVAR-LOG-CONSULTA.
           MOVE WS-CPV-CODIGO-DIG TO WS-CPV-CODIGO-EXIBIDO.
           MOVE SPACES TO WS-CPV-EMISSAO-ED.
           IF RCP-RETORNO IS EQUAL TO '00' OR
              RCP-RETORNO IS EQUAL TO '08' THEN
              STRING RCP-DATA(7:2) '/' RCP-DATA(5:2) '/'
                     RCP-DATA(1:4) ' ' RCP-HORA(1:2) ':'
                     RCP-HORA(3:2) ':' RCP-HORA(5:2)
                     DELIMITED BY SIZE
                INTO WS-CPV-EMISSAO-ED
              END-STRING
           END-IF.
           MOVE 1 TO WS-CPV-INICIO.
           PERFORM 0244-MONTAR-PAGINA-COMPROVANTE.

       0244-MONTAR-PAGINA-COMPROVANTE.
           INITIALIZE WS-TAB-CPV-TELA.
           PERFORM VARYING WS-CPV-IDX-TELA FROM 1 BY 1
             UNTIL WS-CPV-IDX-TELA IS GREATER THAN 15
             COMPUTE WS-CPV-IDX = WS-CPV-INICIO + WS-CPV-IDX-TELA - 1
             IF WS-CPV-IDX IS LESS THAN OR EQUAL TO RCP-QTD-LINHAS
                MOVE RCP-LINHA(WS-CPV-IDX) TO
                  WS-CPV-LINHA-TELA(WS-CPV-IDX-TELA)
             END-IF
           END-PERFORM.

       0170-PAINEL-MALHA.
      *    PAINEL DA MANHA PARA O SUPORTE: SEMAFORO DA ULTIMA CARGA
      *    (GO/NO-GO DA PRE-VALIDACAO, SUMARIO DA CARGA, GOLDEN
      *    QUERIES E CARGA ANOMALA) E DE CADA PASSO DA ULTIMA MALHA
      *    POS-CARGA (MALHA-EXECUCAO.DAT), CRUZADO COM O
      *    SUMARIO-EXECUCOES.DAT PARA TRAZER VEREDICTO E CONTADORES
      *    DO PROPRIO PROGRAMA. SO LEITURA - NADA E REGRAVADO.
           PERFORM 0171-CARREGAR-PASSOS-MALHA.
           PERFORM 0172-LER-VEREDICTOS-CARGA.
           PERFORM 0173-CRUZAR-SUMARIO-MALHA.
           PERFORM 0178-AVALIAR-SEMAFORO-CARGA.
           IF WS-MLH-QTD IS EQUAL TO ZERO THEN
              MOVE 'SEM EXEC' TO WS-MLH-SEMAFORO-MALHA
           ELSE
              MOVE 'VERDE' TO WS-MLH-SEMAFORO-MALHA
           END-IF.
           PERFORM VARYING WS-MLH-IDX FROM 1 BY 1
             UNTIL WS-MLH-IDX IS GREATER THAN WS-MLH-QTD
             PERFORM 0175-AVALIAR-PASSO-MALHA
           END-PERFORM.
           MOVE 1 TO WS-MLH-INICIO-PAGINA.
           MOVE 'N' TO WS-MLH-SAIR.
           PERFORM UNTIL WS-MLH-SAIR IS EQUAL TO 'S'
             PERFORM 0176-MONTAR-PAGINA-MALHA
             DISPLAY SC-TELA-LIMPA
             DISPLAY SC-PAINEL-MALHA
             MOVE SPACES TO WS-LISTA-COMANDO-SEL
             ACCEPT SC-PAINEL-MALHA
             MOVE FUNCTION UPPER-CASE(WS-LISTA-COMANDO-SEL) TO
                WS-LISTA-COMANDO-SEL
             EVALUATE WS-LISTA-COMANDO-SEL(1:1)
               WHEN 'N'
                  ADD 10 TO WS-MLH-INICIO-PAGINA
                  IF WS-MLH-INICIO-PAGINA IS GREATER THAN WS-MLH-QTD
                  THEN
                     MOVE 1 TO WS-MLH-INICIO-PAGINA
                  END-IF
               WHEN OTHER
                  IF WS-LISTA-COMANDO-SEL IS NUMERIC THEN
                     MOVE WS-LISTA-COMANDO-SEL TO WS-LISTA-SEL
                     IF WS-LISTA-SEL IS GREATER THAN ZERO AND
                        WS-LISTA-SEL IS LESS THAN OR EQUAL TO
                           WS-MLH-QTD-PAGINA THEN
                        COMPUTE WS-MLH-DET-IDX =
                           WS-MLH-INICIO-PAGINA + WS-LISTA-SEL - 1
                        PERFORM 0177-DETALHAR-PASSO-MALHA
                     END-IF
                  ELSE
                     MOVE 'S' TO WS-MLH-SAIR
                  END-IF
             END-EVALUATE
           END-PERFORM.
           DISPLAY SC-TELA-LIMPA.

       0171-CARREGAR-PASSOS-MALHA.
      *    MALHA-EXECUCAO.DAT E REGRAVADO A CADA RODADA DO
      *    CONTROLADOR (ORDEM;PROGRAMA;HORA-INI;HORA-FIM;RC;
      *    RESULTADO;DATA), ENTAO TEM SO A ULTIMA MALHA.
           INITIALIZE WS-MLH-TAB-PASSOS.
           MOVE ZERO TO WS-MLH-QTD.
           MOVE SPACES TO WS-MLH-DATA-MALHA.
           OPEN INPUT ARQ-MALHA-EXECUCAO.
           IF ST-ARQUIVO-MEX IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-MALHA-EXECUCAO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-MLH-QTD IS LESS THAN 40 AND
                        REG-MALHA-EXECUCAO IS NOT EQUAL TO SPACES
                     THEN
                        ADD 1 TO WS-MLH-QTD
                        UNSTRING REG-MALHA-EXECUCAO DELIMITED BY ';'
                          INTO WS-MLH-ORDEM(WS-MLH-QTD)
                               WS-MLH-PROGRAMA(WS-MLH-QTD)
                               WS-MLH-HORA-INI(WS-MLH-QTD)
                               WS-MLH-HORA-FIM(WS-MLH-QTD)
                               WS-MLH-RC(WS-MLH-QTD)
                               WS-MLH-RESULTADO(WS-MLH-QTD)
                               WS-MLH-DATA(WS-MLH-QTD)
                        END-UNSTRING
                        MOVE WS-MLH-DATA(WS-MLH-QTD) TO
                           WS-MLH-DATA-MALHA
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-MALHA-EXECUCAO
           END-IF.

       0172-LER-VEREDICTOS-CARGA.
      *    GO-NOGO-CARGA.DAT: LINHAS LOTE;... E, NO FIM, O VEREDICTO
      *    (GO/NOGO;SUFIXO;DATA). VEREDICTO-GOLDEN.DAT: LINHAS
      *    CHECK;... E O VEREDICTO FINAL. VEREDICTO-CARGA-ANOMALA.DAT:
      *    UMA LINHA SO (OK/ANOMALA;SUFIXO;MOTIVO).
           MOVE SPACES TO WS-MLH-GONOGO.
           MOVE SPACES TO WS-MLH-GONOGO-SUFIXO.
           MOVE SPACES TO WS-MLH-GONOGO-DATA.
           MOVE 'SEM VEREDICTO DA PRE-VALIDACAO' TO WS-MLH-GONOGO-TEXTO.
           OPEN INPUT ARQ-GO-NOGO.
           IF ST-ARQUIVO-GNG IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-GO-NOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-GO-NOGO(1:5) IS NOT EQUAL TO 'LOTE;' AND
                        REG-GO-NOGO IS NOT EQUAL TO SPACES THEN
                        UNSTRING REG-GO-NOGO DELIMITED BY ';'
                          INTO WS-MLH-GONOGO
                               WS-MLH-GONOGO-SUFIXO
                               WS-MLH-GONOGO-DATA
                        END-UNSTRING
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-GO-NOGO
           END-IF.
           IF WS-MLH-GONOGO IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-MLH-GONOGO-TEXTO
              STRING WS-MLH-GONOGO DELIMITED BY SPACE
                     ' - SUFIXO ' DELIMITED BY SIZE
                     WS-MLH-GONOGO-SUFIXO DELIMITED BY SIZE
                     ' VALIDADO EM ' DELIMITED BY SIZE
                     WS-MLH-GONOGO-DATA DELIMITED BY SIZE
                INTO WS-MLH-GONOGO-TEXTO
              END-STRING
           END-IF.
           MOVE 'SEM VEREDICTO DE GOLDEN QUERIES' TO
              WS-MLH-GOLDEN-TEXTO.
           OPEN INPUT ARQ-VEREDICTO-GOLDEN.
           IF ST-ARQUIVO-VGO IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-VEREDICTO-GOLDEN
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF REG-VEREDICTO-GOLDEN(1:6) IS NOT EQUAL TO
                        'CHECK;' AND REG-VEREDICTO-GOLDEN IS NOT
                        EQUAL TO SPACES THEN
                        MOVE REG-VEREDICTO-GOLDEN TO
                           WS-MLH-GOLDEN-TEXTO
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-VEREDICTO-GOLDEN
           END-IF.
           MOVE 'SEM VEREDICTO DE CARGA ANOMALA' TO
              WS-MLH-ANOMALA-TEXTO.
           OPEN INPUT ARQ-VEREDICTO-ANOMALA.
           IF ST-ARQUIVO-VAN IS EQUAL TO '00' THEN
              READ ARQ-VEREDICTO-ANOMALA
                AT END CONTINUE
                NOT AT END
                   MOVE REG-VEREDICTO-ANOMALA TO WS-MLH-ANOMALA-TEXTO
              END-READ
              CLOSE ARQ-VEREDICTO-ANOMALA
           END-IF.

       0173-CRUZAR-SUMARIO-MALHA.
      *    UMA PASSADA NO SUMARIO-EXECUCOES.DAT (PROGRAMA;DATA;HORA;
      *    RC;VEREDICTO;CONTADORES): A ULTIMA LINHA DA CARGA VAI
      *    PARA O SEMAFORO DA CARGA E CADA LINHA GRAVADA DENTRO DA
      *    JANELA DE UM PASSO DA MALHA FICA COM ESSE PASSO.
           MOVE 'N' TO WS-MLH-CARGA-ACHADA.
           MOVE SPACES TO WS-MLH-CARGA-DATA.
           MOVE SPACES TO WS-MLH-CARGA-HORA.
           MOVE SPACES TO WS-MLH-CARGA-RC.
           MOVE SPACES TO WS-MLH-CARGA-VEREDICTO.
           MOVE SPACES TO WS-MLH-CARGA-CONTADORES.
           OPEN INPUT ARQ-SUMARIO-EXEC.
           IF ST-ARQUIVO-SUX IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-SUMARIO-EXEC
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM 0174-ANOTAR-LINHA-SUMARIO
                END-READ
              END-PERFORM
              CLOSE ARQ-SUMARIO-EXEC
           END-IF.
           IF WS-MLH-CARGA-ACHADA IS EQUAL TO 'S' THEN
              MOVE SPACES TO WS-MLH-CARGA-TEXTO
              STRING 'RC ' DELIMITED BY SIZE
                     WS-MLH-CARGA-RC DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-MLH-CARGA-VEREDICTO DELIMITED BY SPACE
                     ' EM ' DELIMITED BY SIZE
                     WS-MLH-CARGA-DATA DELIMITED BY SIZE
                     ' AS ' DELIMITED BY SIZE
                     WS-MLH-CARGA-HORA(1:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-MLH-CARGA-HORA(3:2) DELIMITED BY SIZE
                INTO WS-MLH-CARGA-TEXTO
              END-STRING
           ELSE
              MOVE 'SEM SUMARIO DA CARGA' TO WS-MLH-CARGA-TEXTO
           END-IF.

       0174-ANOTAR-LINHA-SUMARIO.
      *    O NOME GRAVADO NO SUMARIO PODE SER ABREVIADO EM RELACAO AO
      *    PROGRAMA DA MALHA (VALIDACAO-NATJUR-QSA), POR ISSO A
      *    COMPARACAO E NOS 16 PRIMEIROS CARACTERES, SEMPRE DENTRO
      *    DA DATA E DO HORARIO EM QUE O PASSO RODOU.
           MOVE SPACES TO WS-MLH-CAMPO-1.
           MOVE SPACES TO WS-MLH-CAMPO-2.
           MOVE SPACES TO WS-MLH-CAMPO-3.
           MOVE SPACES TO WS-MLH-CAMPO-4.
           MOVE SPACES TO WS-MLH-CAMPO-5.
           MOVE SPACES TO WS-MLH-CAMPO-6.
           UNSTRING REG-SUMARIO-EXEC DELIMITED BY ';'
             INTO WS-MLH-CAMPO-1
                  WS-MLH-CAMPO-2
                  WS-MLH-CAMPO-3
                  WS-MLH-CAMPO-4
                  WS-MLH-CAMPO-5
                  WS-MLH-CAMPO-6
           END-UNSTRING.
           IF WS-MLH-CAMPO-1 IS EQUAL TO 'GERAR-DADOS-INDEXADOS' THEN
              MOVE 'S' TO WS-MLH-CARGA-ACHADA
              MOVE WS-MLH-CAMPO-2 TO WS-MLH-CARGA-DATA
              MOVE WS-MLH-CAMPO-3 TO WS-MLH-CARGA-HORA
              MOVE WS-MLH-CAMPO-4 TO WS-MLH-CARGA-RC
              MOVE WS-MLH-CAMPO-5 TO WS-MLH-CARGA-VEREDICTO
              MOVE WS-MLH-CAMPO-6 TO WS-MLH-CARGA-CONTADORES
           END-IF.
           PERFORM VARYING WS-MLH-IDX FROM 1 BY 1
             UNTIL WS-MLH-IDX IS GREATER THAN WS-MLH-QTD
             IF WS-MLH-CAMPO-1(1:16) IS EQUAL TO
                WS-MLH-PROGRAMA(WS-MLH-IDX)(1:16) AND
                WS-MLH-CAMPO-2 IS EQUAL TO WS-MLH-DATA(WS-MLH-IDX) AND
                WS-MLH-CAMPO-3 IS NOT LESS THAN
                   WS-MLH-HORA-INI(WS-MLH-IDX) AND
                WS-MLH-CAMPO-3 IS NOT GREATER THAN
                   WS-MLH-HORA-FIM(WS-MLH-IDX) THEN
                MOVE WS-MLH-CAMPO-3 TO WS-MLH-SUM-HORA(WS-MLH-IDX)
                MOVE WS-MLH-CAMPO-4 TO WS-MLH-SUM-RC(WS-MLH-IDX)
                MOVE WS-MLH-CAMPO-5 TO
                   WS-MLH-SUM-VEREDICTO(WS-MLH-IDX)
                MOVE WS-MLH-CAMPO-6 TO
                   WS-MLH-SUM-CONTADORES(WS-MLH-IDX)
             END-IF
           END-PERFORM.

       0175-AVALIAR-PASSO-MALHA.
      *    VERDE = OK (OU JA CONCLUIDO NUMA RODADA ANTERIOR),
      *    AMARELO = OK COM RESSALVAS, VERMELHO = FALHA OU PASSO QUE
      *    NAO RODOU POR DEPENDENCIA. O PIOR PASSO DA O TOM DA MALHA.
           EVALUATE WS-MLH-RESULTADO(WS-MLH-IDX)
             WHEN 'OK'
             WHEN 'PULADO'
                MOVE 'VERDE' TO WS-MLH-SEMAFORO(WS-MLH-IDX)
             WHEN 'OK-RESSALVA'
                MOVE 'AMARELO' TO WS-MLH-SEMAFORO(WS-MLH-IDX)
                IF WS-MLH-SEMAFORO-MALHA IS EQUAL TO 'VERDE' THEN
                   MOVE 'AMARELO' TO WS-MLH-SEMAFORO-MALHA
                END-IF
             WHEN OTHER
                MOVE 'VERMELHO' TO WS-MLH-SEMAFORO(WS-MLH-IDX)
                MOVE 'VERMELHO' TO WS-MLH-SEMAFORO-MALHA
           END-EVALUATE.
           MOVE '--:--:--' TO WS-MLH-DURACAO(WS-MLH-IDX).
           IF WS-MLH-HORA-INI(WS-MLH-IDX) IS NUMERIC AND
              WS-MLH-HORA-FIM(WS-MLH-IDX) IS NUMERIC AND
              WS-MLH-HORA-INI(WS-MLH-IDX) IS NOT EQUAL TO ZEROS THEN
              MOVE WS-MLH-HORA-INI(WS-MLH-IDX) TO WS-MLH-HORA-CALC
              COMPUTE WS-MLH-SEG-INICIO = WS-MLH-HC-HH * 3600 +
                 WS-MLH-HC-MM * 60 + WS-MLH-HC-SS
              MOVE WS-MLH-HORA-FIM(WS-MLH-IDX) TO WS-MLH-HORA-CALC
              COMPUTE WS-MLH-SEG-FIM = WS-MLH-HC-HH * 3600 +
                 WS-MLH-HC-MM * 60 + WS-MLH-HC-SS
              COMPUTE WS-MLH-SEG-DURACAO =
                 WS-MLH-SEG-FIM - WS-MLH-SEG-INICIO
              IF WS-MLH-SEG-DURACAO IS NEGATIVE THEN
                 ADD 86400 TO WS-MLH-SEG-DURACAO
              END-IF
              DIVIDE WS-MLH-SEG-DURACAO BY 3600
                 GIVING WS-MLH-DUR-HH REMAINDER WS-MLH-SEG-RESTO
              DIVIDE WS-MLH-SEG-RESTO BY 60
                 GIVING WS-MLH-DUR-MM REMAINDER WS-MLH-DUR-SS
              MOVE WS-MLH-DURACAO-ED TO WS-MLH-DURACAO(WS-MLH-IDX)
           END-IF.

       0176-MONTAR-PAGINA-MALHA.
           INITIALIZE WS-MLH-TAB-LINHAS.
           MOVE ZERO TO WS-MLH-QTD-PAGINA.
           MOVE WS-MLH-INICIO-PAGINA TO WS-MLH-IDX.
           PERFORM UNTIL WS-MLH-QTD-PAGINA IS EQUAL TO 10 OR
                         WS-MLH-IDX IS GREATER THAN WS-MLH-QTD
             ADD 1 TO WS-MLH-QTD-PAGINA
             MOVE WS-MLH-QTD-PAGINA TO WS-MLH-LM-SEL
             MOVE WS-MLH-ORDEM(WS-MLH-IDX) TO WS-MLH-LM-ORDEM
             MOVE WS-MLH-PROGRAMA(WS-MLH-IDX) TO WS-MLH-LM-PROGRAMA
             MOVE WS-MLH-RC(WS-MLH-IDX) TO WS-MLH-LM-RC
             MOVE WS-MLH-RESULTADO(WS-MLH-IDX) TO WS-MLH-LM-RESULTADO
             MOVE WS-MLH-SUM-VEREDICTO(WS-MLH-IDX) TO
                WS-MLH-LM-VEREDICTO
             MOVE WS-MLH-DURACAO(WS-MLH-IDX) TO WS-MLH-LM-DURACAO
             MOVE WS-MLH-SEMAFORO(WS-MLH-IDX) TO WS-MLH-LM-SEMAFORO
             MOVE WS-MLH-LINHA-MONTADA TO
                WS-MLH-LINHA(WS-MLH-QTD-PAGINA)
             ADD 1 TO WS-MLH-IDX
           END-PERFORM.
           IF WS-MLH-QTD IS EQUAL TO ZERO THEN
              MOVE '*** SEM EXECUCAO DA MALHA POS-CARGA REGISTRADA ***'
                TO WS-MENSAGEM
           ELSE
              MOVE SPACES TO WS-MENSAGEM
           END-IF.

       0177-DETALHAR-PASSO-MALHA.
      *    NA EXECUCAO PARALELA A SAIDA DO PROGRAMA FICA EM
      *    MALHA-PASSO-NN.LOG, NO DIRETORIO DE DADOS.
           MOVE SPACES TO WS-MLH-LOG-PASSO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'malha-passo-' DELIMITED BY SIZE
                  WS-MLH-ORDEM(WS-MLH-DET-IDX) DELIMITED BY SIZE
                  '.log' DELIMITED BY SIZE
             INTO WS-MLH-LOG-PASSO
           END-STRING.
           DISPLAY SC-TELA-LIMPA.
           DISPLAY SC-DETALHE-PASSO-MALHA.
           IF WS-MLH-SUM-VEREDICTO(WS-MLH-DET-IDX) IS EQUAL TO SPACES
           THEN
              MOVE '*** PASSO SEM LINHA CORRESPONDENTE NO SUMARIO ***'
                TO WS-MENSAGEM
           ELSE
              MOVE '*** PRESSIONE ENTER PARA VOLTAR ***' TO WS-MENSAGEM
           END-IF.
           DISPLAY SC-MENSAGEM.
           MOVE ' ' TO WS-COMANDO.
           ACCEPT SC-REGUA-COMANDO.
           MOVE ' ' TO WS-COMANDO.

       0178-AVALIAR-SEMAFORO-CARGA.
      *    VERMELHO QUANDO QUALQUER VEREDICTO REPROVA A CARGA (NOGO,
      *    RC 8/12, GOLDEN NOGO, CARGA ANOMALA); AMARELO QUANDO A
      *    CARGA TERMINOU COM RESSALVAS OU FALTA ALGUM VEREDICTO.
           MOVE 'VERDE' TO WS-MLH-SEMAFORO-CARGA.
           IF WS-MLH-GONOGO IS EQUAL TO SPACES OR
              WS-MLH-CARGA-ACHADA IS NOT EQUAL TO 'S' OR
              WS-MLH-GOLDEN-TEXTO(1:4) IS EQUAL TO 'SEM ' OR
              WS-MLH-ANOMALA-TEXTO(1:4) IS EQUAL TO 'SEM ' THEN
              MOVE 'AMARELO' TO WS-MLH-SEMAFORO-CARGA
           END-IF.
           MOVE ZERO TO WS-MLH-RC-NUM.
           IF WS-MLH-CARGA-RC IS NUMERIC THEN
              MOVE WS-MLH-CARGA-RC TO WS-MLH-RC-NUM
           END-IF.
           IF WS-MLH-RC-NUM IS EQUAL TO 4 THEN
              MOVE 'AMARELO' TO WS-MLH-SEMAFORO-CARGA
           END-IF.
           IF WS-MLH-GONOGO IS EQUAL TO 'NOGO' OR
              WS-MLH-RC-NUM IS GREATER THAN 4 OR
              WS-MLH-GOLDEN-TEXTO(1:5) IS EQUAL TO 'NOGO;' OR
              WS-MLH-ANOMALA-TEXTO(1:8) IS EQUAL TO 'ANOMALA;' THEN
              MOVE 'VERMELHO' TO WS-MLH-SEMAFORO-CARGA
           END-IF.

       0181-ATIVAR-MODO-DEGRADADO.
      *    A COPIA USADA E A DA ULTIMA COMPETENCIA DO CATALOGO, QUE O
      *    PROMOVER-BASE-CARGA GRAVA (EMPRESAS2-<SUFIXO>.DAT E
      *    SOCIOS2-<SUFIXO>.DAT) AO EFETIVAR A CARGA ANTERIOR - E A
      *    BASE QUE ESTAVA EM USO. SO ENTRA EM MODO DEGRADADO COM OS
      *    DOIS ARQUIVOS, POIS O SOCIOS2.DAT OFICIAL ESTA SENDO
      *    REGRAVADO PELA CARGA.
           MOVE SPACES TO WS-DEGRADADO-SUFIXO.
           MOVE SPACES TO WS-DEGRADADO-DATA.
           OPEN INPUT ARQ-CATALOGO.
           IF ST-ARQUIVO-CAT IS EQUAL TO '00' THEN
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                READ ARQ-CATALOGO
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF CAT-SUFIXO IS NOT EQUAL TO SPACES THEN
                        MOVE CAT-SUFIXO TO WS-DEGRADADO-SUFIXO
                        MOVE CAT-DATA TO WS-DEGRADADO-DATA
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ARQ-CATALOGO
           END-IF.
           IF WS-DEGRADADO-SUFIXO IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-NOME-ARQ-COMPET
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'empresas2-' DELIMITED BY SIZE
                     WS-DEGRADADO-SUFIXO DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                INTO WS-NOME-ARQ-COMPET
              END-STRING
              MOVE SPACES TO WS-DEGRADADO-SOCIOS
              STRING WS-DIR-DADOS DELIMITED BY SPACE
                     'socios2-' DELIMITED BY SIZE
                     WS-DEGRADADO-SUFIXO DELIMITED BY SIZE
                     '.dat' DELIMITED BY SIZE
                INTO WS-DEGRADADO-SOCIOS
              END-STRING
              MOVE 'N' TO WS-DEGRADADO-COPIA-OK
              OPEN INPUT ARQ-EMP-COMPET
              IF ST-ARQUIVO-CPT IS EQUAL TO '00' THEN
                 CLOSE ARQ-EMP-COMPET
                 MOVE WS-DEGRADADO-SOCIOS TO WS-CAM-SOCIOS2
                 OPEN INPUT ARQ-SOCIOS
                 IF ST-ARQUIVO-SOC IS EQUAL TO '00' THEN
                    CLOSE ARQ-SOCIOS
                    MOVE 'S' TO WS-DEGRADADO-COPIA-OK
                 ELSE
                    PERFORM 0180-RESTAURAR-CAMINHO-SOCIOS
                 END-IF
              END-IF
              IF WS-DEGRADADO-COPIA-OK IS EQUAL TO 'S' THEN
                 MOVE 'S' TO WS-MODO-DEGRADADO
                 MOVE WS-NOME-ARQ-COMPET TO WS-CAM-EMPRESAS2
                 MOVE SPACES TO WS-AVISO-DEGRADADO
                 STRING '*** CARGA EM ANDAMENTO - ' DELIMITED BY SIZE
                        'SOMENTE LEITURA - BASE ' DELIMITED BY SIZE
                        WS-DEGRADADO-SUFIXO DELIMITED BY SIZE
                        ' DE ' DELIMITED BY SIZE
                        WS-DEGRADADO-DATA DELIMITED BY SIZE
                        ' ***' DELIMITED BY SIZE
                   INTO WS-AVISO-DEGRADADO
                 END-STRING
                 MOVE WS-AVISO-DEGRADADO TO WS-MENSAGEM
              END-IF
           END-IF.

       0182-ENCERRAR-MODO-DEGRADADO.
      *    CARGA LIBERADA: VOLTA PARA A BASE OFICIAL E RELE OS TOTAIS,
      *    QUE JA SAO OS DA COMPETENCIA NOVA.
           MOVE 'N' TO WS-MODO-DEGRADADO.
           MOVE SPACES TO WS-AVISO-DEGRADADO.
           MOVE SPACES TO WS-CAM-EMPRESAS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           PERFORM 0180-RESTAURAR-CAMINHO-SOCIOS.
           PERFORM 0042-LER-ESTATISTICAS-BASE.

       0183-AVISAR-MODO-DEGRADADO.
           DISPLAY SC-TELA-LIMPA.
           MOVE '*** OPCAO DESABILITADA DURANTE A CARGA ***' TO
             WS-MENSAGEM.
           DISPLAY SC-MENSAGEM.

       0180-RESTAURAR-CAMINHO-SOCIOS.
           MOVE SPACES TO WS-CAM-SOCIOS2.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'socios2.dat' DELIMITED BY SIZE
             INTO WS-CAM-SOCIOS2
           END-STRING.

       0139-VERIFICAR-ESCOPO-UF.
      *    ESCOPO REGIONAL POR USUARIO (CONVENIOS ESTADUAIS): A
      *    LISTA DE UFS PERMITIDAS VEM DO CADASTRO DE USUARIOS
      *    (PARES DE LETRAS CONCATENADOS; EM BRANCO = BRASIL
      *    INTEIRO). A UF A AVALIAR CHEGA EM WS-UF-AVALIADA.
           MOVE 'S' TO WS-UF-PERMITIDA.
           IF WS-UFS-LOGADO IS NOT EQUAL TO SPACES THEN
              MOVE 'N' TO WS-UF-PERMITIDA
              PERFORM VARYING WS-IDX-ESCOPO FROM 1 BY 2
                UNTIL WS-IDX-ESCOPO IS GREATER THAN 53
                IF WS-UFS-LOGADO(WS-IDX-ESCOPO:2) IS EQUAL TO
                   WS-UF-AVALIADA THEN
                   MOVE 'S' TO WS-UF-PERMITIDA
                END-IF
              END-PERFORM
           END-IF.

       0046-GRAVAR-LOG-CONSULTA.
      *    TODA BUSCA EXECUTADA NA TELA DEIXA RASTRO NO LOG DE
      *    CONSULTAS (QUEM, QUANDO, TIPO DE BUSCA, ARGUMENTO E SE A
      *    EXIBICAO COMPLETA DE CPF ESTAVA AUTORIZADA NO MOMENTO).
           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HORA FROM TIME.
           OPEN EXTEND ARQ-LOG-CONSULTAS.
           IF ST-ARQUIVO-LOG IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-LOG-CONSULTAS
           END-IF.
           MOVE SPACES TO REG-LOG-CONSULTA.
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-LOG-HORA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-USUARIO-LOGADO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-LOG-TIPO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-LOG-ARGUMENTO DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-CPF-AUTORIZADO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CC-LOGADO DELIMITED BY SIZE
             INTO REG-LOG-CONSULTA
           END-STRING.
           WRITE REG-LOG-CONSULTA.
           CLOSE ARQ-LOG-CONSULTAS.

       0900-VERIFICAR-CONTEM.
           MOVE 'N' TO WS-CONTEM-RESULT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONTEM-BUSCA)) TO
             WS-CONTEM-TAM-BUSCA.
           IF WS-CONTEM-TAM-BUSCA > 0 THEN
              PERFORM VARYING WS-CONTEM-POS FROM 1 BY 1
                UNTIL WS-CONTEM-POS > (151 - WS-CONTEM-TAM-BUSCA)
                   OR WS-CONTEM-RESULT IS EQUAL TO 'S'
                IF WS-CONTEM-CAMPO(WS-CONTEM-POS:WS-CONTEM-TAM-BUSCA)
                   IS EQUAL TO WS-CONTEM-BUSCA(1:WS-CONTEM-TAM-BUSCA)
                THEN
                   MOVE 'S' TO WS-CONTEM-RESULT
                END-IF
              END-PERFORM
           END-IF.

       0006-BUSCAR-MOTIVO-SIT-CADASTRAL.
           INITIALIZE WS-MOTIVO-SIT-CADASTRAL.
           INITIALIZE WS-EOF.
           OPEN INPUT ARQ-MOT-SIT-CAD.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
             READ ARQ-MOT-SIT-CAD
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM
                        IF FD-MOT-COD IS EQUAL TO
                                FRE-MOTIVO-SIT-CADASTRAL THEN
                          MOVE 'Y' TO WS-EOF
                          MOVE FD-MOT-DESCRICAO TO
                            WS-MOTIVO-SIT-CADASTRAL
                        END-IF
                     END-PERFORM
           END-PERFORM.
           CLOSE ARQ-MOT-SIT-CAD.

       0007-BUSCAR-CNAE-DESCRICAO.
           INITIALIZE WS-CNAE-BUSCA-DESCRICAO.
           INITIALIZE WS-EOF.
                MOVE WS-NRM-CHAR TO WS-NRM-ULT
             END-IF
           END-PERFORM.
       9850-ENFILEIRAR-REPLICACAO.
      *    ANOTA A CHAVE ALTERADA NA FILA DA REPLICACAO PARA O SITE DE
      *    CONTINGENCIA (ARQUIVO;CHAVE;ORIGEM;DATA;HORA); O
      *    EMPACOTAR-REPLICACAO-CONTINGENCIA LEVA A IMAGEM CORRENTE.
           ACCEPT WS-RPL-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RPL-HORA FROM TIME.
           OPEN EXTEND ARQ-REPLICACAO-PEND.
           IF ST-ARQUIVO-RPL IS EQUAL TO '35' THEN
              OPEN OUTPUT ARQ-REPLICACAO-PEND
           END-IF.
           MOVE SPACES TO REG-REPLICACAO-PEND.
           STRING WS-RPL-ARQUIVO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RPL-CHAVE DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-RPL-ORIGEM DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  WS-RPL-DATA DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-RPL-HORA DELIMITED BY SIZE
             INTO REG-REPLICACAO-PEND
           END-STRING.
           WRITE REG-REPLICACAO-PEND.
           CLOSE ARQ-REPLICACAO-PEND.

       9900-RESOLVER-AMBIENTE.
      *    RESOLVE O DIRETORIO DE DADOS PELO AMBIENTE INDICADO EM
      *    AMBIENTE.CFG (P=PRODUCAO, T=TESTE, H=HOMOLOGACAO;
                  'auditoria-manutencao.dat' DELIMITED BY SIZE
             INTO WS-CAM-AUDITORIA-MANUTENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-BENEFICIARIO-FINAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'beneficiario-final.dat' DELIMITED BY SIZE
             INTO WS-CAM-BENEFICIARIO-FINAL
           END-STRING.
           MOVE SPACES TO WS-CAM-CATALOGO-COMPETENCIAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'catalogo-competencias.dat' DELIMITED BY SIZE
                  'coordenadas-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-COORDENADAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ANOTACOES-CNPJ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'anotacoes-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-ANOTACOES-CNPJ
           END-STRING.
           MOVE SPACES TO WS-CAM-LISTAS-TRABALHO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'listas-trabalho.dat' DELIMITED BY SIZE
             INTO WS-CAM-LISTAS-TRABALHO
           END-STRING.
           MOVE SPACES TO WS-CAM-CARTEIRA-CNPJ.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'carteira-cnpj.dat' DELIMITED BY SIZE
             INTO WS-CAM-CARTEIRA-CNPJ
           END-STRING.
           MOVE SPACES TO WS-CAM-CNPJ-MONITORADOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cnpj-monitorados.dat' DELIMITED BY SIZE
             INTO WS-CAM-CNPJ-MONITORADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CADASTRO-RELATORIOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'cadastro-relatorios.dat' DELIMITED BY SIZE
             INTO WS-CAM-CADASTRO-RELATORIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-FILA-RELATORIOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'fila-relatorios.dat' DELIMITED BY SIZE
             INTO WS-CAM-FILA-RELATORIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTESTACOES-RFB.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'contestacoes-rfb.dat' DELIMITED BY SIZE
             INTO WS-CAM-CONTESTACOES-RFB
           END-STRING.
           MOVE SPACES TO WS-CAM-CORRECOES-PERSISTENTES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'correcoes-persistentes.dat' DELIMITED BY SIZE
             INTO WS-CAM-CORRECOES-PERSISTENTES
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS-HISTORICO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'empresas-historico.dat' DELIMITED BY SIZE
                  'empresas2.dat' DELIMITED BY SIZE
             INTO WS-CAM-EMPRESAS2
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCORE-REDE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-rede.dat' DELIMITED BY SIZE
             INTO WS-CAM-ESCORE-REDE
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCORE-RISCO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'escore-risco.dat' DELIMITED BY SIZE
                  'ficha-cadastral.txt' DELIMITED BY SIZE
             INTO WS-CAM-FICHA-CADASTRAL-TXT
           END-STRING.
           MOVE SPACES TO WS-CAM-COMPROVANTE-CONSULTA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'comprovante-consulta.txt' DELIMITED BY SIZE
             INTO WS-CAM-COMPROVANTE-CONSULTA
           END-STRING.
           MOVE SPACES TO WS-CAM-FICHA-PJ-JSON.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'ficha-pj-tela.json' DELIMITED BY SIZE
                  'historico-capital.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-CAPITAL
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-ENDERECO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-endereco.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-ENDERECO
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-SITUACAO-CAD.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-situacao-cadastral.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-SITUACAO-CAD
           END-STRING.
           MOVE SPACES TO WS-CAM-HISTORICO-SOCIETARIO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'historico-societario.dat' DELIMITED BY SIZE
             INTO WS-CAM-HISTORICO-SOCIETARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-CONTATOS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-contatos.dat' DELIMITED BY SIZE
             INTO WS-CAM-INDICE-CONTATOS
           END-STRING.
           MOVE SPACES TO WS-CAM-INSCRICOES-ESTADUAIS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'inscricoes-estaduais.dat' DELIMITED BY SIZE
             INTO WS-CAM-INSCRICOES-ESTADUAIS
           END-STRING.
           MOVE SPACES TO WS-CAM-INDICE-RAZAO-SOCIAL.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'indice-razao-social.dat' DELIMITED BY SIZE
             INTO WS-CAM-INDICE-RAZAO-SOCIAL
           END-STRING.
           MOVE SPACES TO WS-CAM-JOURNAL-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'journal-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-JOURNAL-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-LOG-CONSULTAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'log-consultas.dat' DELIMITED BY SIZE
             INTO WS-CAM-LOG-CONSULTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-REPLICACAO-PENDENTE.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'replicacao-pendente.dat' DELIMITED BY SIZE
             INTO WS-CAM-REPLICACAO-PENDENTE
           END-STRING.
           MOVE SPACES TO WS-CAM-PARAMETROS-SISTEMA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'parametros-sistema.dat' DELIMITED BY SIZE
                  'regime-tributacao.dat' DELIMITED BY SIZE
             INTO WS-CAM-REGIME-TRIBUTACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-SANCOES-EMPRESAS.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sancoes-empresas.dat' DELIMITED BY SIZE
             INTO WS-CAM-SANCOES-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-SESSOES-CONSULTA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sessoes-consulta.dat' DELIMITED BY SIZE
                  'usuarios.dat' DELIMITED BY SIZE
             INTO WS-CAM-USUARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-GO-NOGO-CARGA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'go-nogo-carga.dat' DELIMITED BY SIZE
             INTO WS-CAM-GO-NOGO-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-MALHA-EXECUCAO.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'malha-execucao.dat' DELIMITED BY SIZE
             INTO WS-CAM-MALHA-EXECUCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-SUMARIO-EXECUCOES.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'sumario-execucoes.dat' DELIMITED BY SIZE
             INTO WS-CAM-SUMARIO-EXECUCOES
           END-STRING.
           MOVE SPACES TO WS-CAM-VEREDICTO-ANOMALA.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'veredicto-carga-anomala.dat' DELIMITED BY SIZE
             INTO WS-CAM-VEREDICTO-ANOMALA
           END-STRING.
           MOVE SPACES TO WS-CAM-VEREDICTO-GOLDEN.
           STRING WS-DIR-DADOS DELIMITED BY SPACE
                  'veredicto-golden.dat' DELIMITED BY SIZE
             INTO WS-CAM-VEREDICTO-GOLDEN
           END-STRING.

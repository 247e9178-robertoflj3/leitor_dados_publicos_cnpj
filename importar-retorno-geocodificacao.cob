      * QUALIDADE-DO-MATCH, COORDENADAS COM PONTO DECIMAL E SINAL)    *
      * E GRAVA/REGRAVA COORDENADAS-CNPJ.DAT, INDEXADO POR CNPJ,      *
      * QUE ALIMENTA A BUSCA POR PROXIMIDADE DA TELA DE CONSULTA.     *
      * COORDENADA (RE)IMPORTADA FICA SEM VALIDACAO ATE A PROXIMA     *
      * PASSADA DO VALIDAR-COORDENADAS-GEO.                           *
      * ATE AQUI AS COORDENADAS DEVOLVIDAS PELA EXPORTACAO DE         *
      * GEOCODIFICACAO MORRIAM EM PLANILHA.                           *
      ****************************************************************
              COMPUTE GEO-LONGITUDE = FUNCTION NUMVAL(WS-RET-LON)
              MOVE WS-RET-QUALIDADE TO GEO-QUALIDADE
              MOVE WS-DATA-HOJE TO GEO-DATA-RETORNO
              MOVE SPACE TO GEO-VALIDACAO
              MOVE SPACES TO GEO-MOTIVOS-SUSPEITA
              MOVE ZERO TO GEO-DATA-VALIDACAO
              WRITE FD-REG-GEO
                INVALID KEY
                   REWRITE FD-REG-GEO

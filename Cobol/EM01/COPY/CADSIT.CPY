      *--------------------------------------------------------------
      *  CADSIT - SITUACAO CADASTRAL DA PESSOA E DATA DE
      *  INATIVACAO (AAAAMMDD, ZEROS ENQUANTO ATIVA). A EXCLUSAO
      *  DO EX08 MARCA INATIVO EM VEZ DE REMOVER O REGISTRO; OS
      *  RELATORIOS CONTAM SO OS ATIVOS POR PADRAO E A REMOCAO
      *  FISICA E SO DO EXPURGO (EX22), APOS A RETENCAO. CAMPO
      *  COMUM A TODOS OS REGISTROS DA FAMILIA CADATU - MANTER SO
      *  AQUI, SEMPRE APOS CADNOM E CADDTN.
      *  USO: COPY CADSIT REPLACING ==:TAG:== BY ==SAI== (OU IDX,
      *       ORD, GER, ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 SITUACAO-:TAG:    PIC X(01).
           88 ATIVO-:TAG:            VALUE "A".
           88 INATIVO-:TAG:          VALUE "I".
           02 DATA-INATIVACAO-:TAG: PIC 9(08).

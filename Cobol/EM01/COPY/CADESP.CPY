      *--------------------------------------------------------------
      *  CADESP - PEDIDO DE MATRICULA EM LISTA DE ESPERA DE UMA
      *  TURMA CHEIA (COD DO CADTUR), COM O NUMERO DA PESSOA (NUM DO
      *  CADATU) E A DATA DO PEDIDO (AAAAMMDD). A CHAVE COMPOSTA
      *  TURMA+ORDEM MANTEM A FILA DE CADA TURMA NA ORDEM DE
      *  CHEGADA: O PRIMEIRO DA TURMA E O PRIMEIRO A SER ATENDIDO
      *  QUANDO UMA VAGA SE ABRE (EX18) - MANTER SO AQUI.
      *  USO: COPY CADESP REPLACING ==:TAG:== BY ==ESP== (OU REL,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 CHAVE-ESP-:TAG:.
           03 TURMA-ESP-:TAG:   PIC X(05).
           03 ORDEM-ESP-:TAG:   PIC 9(05).
           02 NUM-ESP-:TAG:     PIC 9(05).
           02 DATA-PEDIDO-ESP-:TAG: PIC 9(08).

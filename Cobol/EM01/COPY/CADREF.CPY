      *--------------------------------------------------------------
      *  CADREF - REFERENCIA CRUZADA DA FUSAO DE CADASTROS: O NUMERO
      *  ABSORVIDO (NUM ANTIGO, INATIVADO NA FUSAO) APONTA PARA O
      *  NUMERO SOBREVIVENTE (NUM NOVO), COM A DATA DA FUSAO
      *  (AAAAMMDD) E O OPERADOR QUE A SUBMETEU (EX08, TIPO F). O
      *  NUMERO ANTIGO E A CHAVE DE CADREF-IDX E O NOVO E CHAVE
      *  ALTERNATIVA (COM DUPLICATAS), PARA ACHAR TUDO O QUE UM
      *  SOBREVIVENTE JA ABSORVEU - MANTER SO AQUI.
      *  USO: COPY CADREF REPLACING ==:TAG:== BY ==REF== (OU REL,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 NUM-ANTIGO-:TAG:  PIC 9(05).
           02 NUM-NOVO-:TAG:    PIC 9(05).
           02 DATA-FUSAO-:TAG:  PIC 9(08).
           02 OPERADOR-FUSAO-:TAG: PIC X(08).

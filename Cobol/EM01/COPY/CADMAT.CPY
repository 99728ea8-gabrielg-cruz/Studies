      *--------------------------------------------------------------
      *  CADMAT - MATRICULA DE UMA PESSOA (NUM DO CADATU) EM UMA
      *  TURMA (COD DO CADTUR), COM A DATA DA MATRICULA (AAAAMMDD).
      *  A CHAVE COMPOSTA TURMA+NUMERO GARANTE UMA MATRICULA POR
      *  PESSOA EM CADA TURMA E AGRUPA O ARQUIVO POR TURMA PARA A
      *  LISTA DE CHAMADA (EX19) - MANTER SO AQUI. O NUMERO E AINDA
      *  CHAVE ALTERNATIVA (COM DUPLICATAS) EM CADMAT-IDX, PARA
      *  ACHAR AS MATRICULAS DE UMA PESSOA SEM VARRER O ARQUIVO.
      *  USO: COPY CADMAT REPLACING ==:TAG:== BY ==MAT== (OU MOV,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 CHAVE-MAT-:TAG:.
           03 TURMA-MAT-:TAG:   PIC X(05).
           03 NUM-MAT-:TAG:     PIC 9(05).
           02 DATA-MATRICULA-:TAG: PIC 9(08).

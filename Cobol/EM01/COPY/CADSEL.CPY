      *--------------------------------------------------------------
      *  CADSEL - CARTAO DE SELECAO DE SITUACAO (SELECAO.DAT).
      *  COM "S" EM SEL-INATIVOS, OS RELATORIOS (EX03, EX07, EX13,
      *  EX15) INCLUEM TAMBEM AS PESSOAS INATIVAS; SEM O CARTAO,
      *  OU COM QUALQUER OUTRO VALOR, SO OS ATIVOS SAO CONTADOS -
      *  MANTER SO AQUI.
      *  USO: COPY CADSEL. (APOS O 01 DO REGISTRO DO CARTAO)
      *--------------------------------------------------------------
           02 SEL-INATIVOS     PIC X(01).

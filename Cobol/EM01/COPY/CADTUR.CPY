      *--------------------------------------------------------------
      *  CADTUR - TURMA DO CADASTRO DE TURMAS (CODIGO, NOME, TURNO,
      *  CAPACIDADE E VAGAS OCUPADAS). CAMPOS COMUNS A TODOS OS
      *  REGISTROS DE TURMA (CADTUR-IDX, MOVIMENTOS E RELATORIOS) -
      *  MANTER SO AQUI. OCUPADAS-:TAG: E MANTIDA PELO EX18 A CADA
      *  MATRICULA OU CANCELAMENTO.
      *  USO: COPY CADTUR REPLACING ==:TAG:== BY ==TUR== (OU MOV,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 COD-TURMA-:TAG:   PIC X(05).
           02 NOME-TURMA-:TAG:  PIC X(20).
           02 TURNO-:TAG:       PIC X(01).
           02 CAPACIDADE-:TAG:  PIC 9(03).
           02 OCUPADAS-:TAG:    PIC 9(03).

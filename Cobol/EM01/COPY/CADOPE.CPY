      *--------------------------------------------------------------
      *  CADOPE - OPERADOR DO CADASTRO DE SEGURANCA (CADOPE-IDX),
      *  INDEXADO PELO ID. O PERFIL DIZ O QUE O OPERADOR PODE:
      *    C - SOMENTE CONSULTA (EX09 SEM ALTERACAO);
      *    A - ATUALIZACAO (EX09 ALTERA; EX08 PODE APLICAR CADMOV);
      *    G - ADMINISTRADOR (TUDO, INCLUSIVE MANTER ESTE CADASTRO
      *        PELO EX23).
      *  MANTER SO AQUI.
      *  USO: COPY CADOPE REPLACING ==:TAG:== BY ==OPE== (OU OUTRO
      *       SUFIXO, CONFORME O REGISTRO).
      *--------------------------------------------------------------
           02 ID-OPERADOR-:TAG:   PIC X(08).
           02 NOME-OPERADOR-:TAG: PIC X(20).
           02 PERFIL-:TAG:        PIC X(01).
           88 PERFIL-CONSULTA-:TAG:    VALUE "C".
           88 PERFIL-ATUALIZA-:TAG:    VALUE "A".
           88 PERFIL-ADMIN-:TAG:       VALUE "G".
           88 PERFIL-VALIDO-:TAG:      VALUE "C" "A" "G".

      *--------------------------------------------------------------
      *  CADHIS - HISTORICO PERMANENTE DE MATRICULAS. UM REGISTRO POR
      *  MATRICULA ENCERRADA NO FECHAMENTO DE PERIODO (EX32): A
      *  PESSOA (NUM DO CADATU), O PERIODO LETIVO (CODIGO LIVRE DO
      *  CARTAO EX32-PAR, EX: 2026S2) E A TURMA, COM OS DADOS DA
      *  TURMA NA EPOCA, A DATA DA MATRICULA, A DATA DO FECHAMENTO
      *  E O RESULTADO DA FREQUENCIA (CADFRE) NO PERIODO:
      *    C - CONCLUIU (FREQUENCIA NO MINIMO EXIGIDO);
      *    I - FREQUENCIA INSUFICIENTE;
      *    S - SEM AULA LANCADA DESDE A MATRICULA.
      *  A CHAVE COMPOSTA NUMERO+PERIODO+TURMA AGRUPA O ARQUIVO POR
      *  PESSOA, PARA O CERTIFICADO (EX32) E O DOSSIE (EX25) - MANTER
      *  SO AQUI.
      *  USO: COPY CADHIS REPLACING ==:TAG:== BY ==HIS== (OU REL,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 CHAVE-HIS-:TAG:.
           03 NUM-HIS-:TAG:     PIC 9(05).
           03 PERIODO-HIS-:TAG: PIC X(06).
           03 TURMA-HIS-:TAG:   PIC X(05).
           02 NOME-TURMA-HIS-:TAG: PIC X(20).
           02 TURNO-HIS-:TAG:   PIC X(01).
           02 DATA-MATRICULA-HIS-:TAG: PIC 9(08).
           02 DATA-FECHAMENTO-HIS-:TAG: PIC 9(08).
           02 AULAS-HIS-:TAG:   PIC 9(03).
           02 FALTAS-HIS-:TAG:  PIC 9(03).
           02 PERCENTUAL-HIS-:TAG: PIC 9(03).
           02 RESULTADO-HIS-:TAG: PIC X(01).
           88 CONCLUIU-:TAG:         VALUE "C".
           88 FREQ-INSUFICIENTE-:TAG: VALUE "I".
           88 SEM-AULAS-:TAG:        VALUE "S".

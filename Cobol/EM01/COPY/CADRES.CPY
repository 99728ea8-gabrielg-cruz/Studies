      *--------------------------------------------------------------
      *  CADRES - RESPONSAVEL LEGAL PELO MENOR DE IDADE, UM POR
      *  NUMERO DO CADATU (CHAVE DE CADRES-IDX). MANTIDO PELO
      *  MOVIMENTO RESMOV DO EX33; CONSULTADO PELO EX06 (REVISAO DE
      *  MENORES) E PELO EX18 (MENOR SO MATRICULA COM RESPONSAVEL).
      *  PARENTESCO DO RESPONSAVEL COM O MENOR:
      *    P - PAI;  M - MAE;  A - AVO/AVOA;  T - TUTOR LEGAL;
      *    O - OUTRO.
      *  DOCUMENTO E TELEFONE SAO TEXTO LIVRE - MANTER SO AQUI.
      *  USO: COPY CADRES REPLACING ==:TAG:== BY ==RES== (OU MOV,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 NUM-RES-:TAG:     PIC 9(05).
           02 NOME-RESP-:TAG:   PIC X(30).
           02 PARENTESCO-:TAG:  PIC X(01).
           88 RESP-PAI-:TAG:         VALUE "P".
           88 RESP-MAE-:TAG:         VALUE "M".
           88 RESP-AVO-:TAG:         VALUE "A".
           88 RESP-TUTOR-:TAG:       VALUE "T".
           88 RESP-OUTRO-:TAG:       VALUE "O".
           88 PARENTESCO-VALIDO-:TAG: VALUE "P" "M" "A" "T" "O".
           02 DOCUMENTO-RESP-:TAG: PIC X(14).
           02 TELEFONE-RESP-:TAG: PIC X(12).

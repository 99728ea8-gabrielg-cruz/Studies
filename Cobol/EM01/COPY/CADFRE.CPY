      *--------------------------------------------------------------
      *  CADFRE - FREQUENCIA DE UMA PESSOA (NUM DO CADATU) MATRICULADA
      *  EM UMA TURMA (COD DO CADTUR) NA AULA DE UMA DATA (AAAAMMDD):
      *  P - PRESENTE, F - FALTA. A CHAVE COMPOSTA TURMA+DATA+NUMERO
      *  AGRUPA O ARQUIVO POR TURMA E, DENTRO DELA, POR DIA DE
      *  AULA: AS DATAS DISTINTAS DE UMA TURMA SAO AS AULAS DADAS.
      *  GRAVADO PELO EX29 A PARTIR DA LISTA DE CHAMADA DO EX19 -
      *  MANTER SO AQUI.
      *  USO: COPY CADFRE REPLACING ==:TAG:== BY ==FRE== (OU MOV,
      *       ETC, CONFORME O SUFIXO DO REGISTRO).
      *--------------------------------------------------------------
           02 CHAVE-FRE-:TAG:.
           03 TURMA-FRE-:TAG:   PIC X(05).
           03 DATA-AULA-FRE-:TAG: PIC 9(08).
           03 NUM-FRE-:TAG:     PIC 9(05).
           02 PRESENCA-FRE-:TAG: PIC X(01).
           88 PRESENTE-:TAG:         VALUE "P".
           88 FALTOU-:TAG:           VALUE "F".

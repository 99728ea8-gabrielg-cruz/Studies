      *--------------------------------------------------------------
      *  CADTRV - TRAVA DA JANELA BATCH (CADTRV-IDX). DOIS TIPOS DE
      *  REGISTRO NO MESMO ARQUIVO, PELO PRIMEIRO BYTE DA CHAVE:
      *    C - TRAVA DA CADEIA NOTURNA, GRAVADA PELO EX12 AO INICIAR
      *        E APAGADA AO TERMINAR (CHAVE FIXA: C + EX12, OPERADOR
      *        EM BRANCO E SESSAO ZERADA). ENQUANTO EXISTIR, EX09,
      *        EX23 E EX34 FICAM EM SOMENTE CONSULTA E EX17/EX18 NAO
      *        RODAM;
      *    S - SESSAO ONLINE DE ATUALIZACAO ABERTA (EX09/EX23/EX34),
      *        COM O PROGRAMA, O OPERADOR E A HORA DE ENTRADA. O EX12
      *        NAO INICIA COM SESSAO DO DIA ABERTA.
      *  SESSAO-TRV E A HORA DE ENTRADA DA SESSAO (HHMMSS), QUE
      *  DISTINGUE DUAS SESSOES DO MESMO OPERADOR. DATA-TRV E
      *  HORA-TRV SAO A DATA E A HORA DO SISTEMA NA GRAVACAO;
      *  DATA-PROC-TRV, SO NA TRAVA DA CADEIA, E A DATA DE
      *  PROCESSAMENTO DA RODADA. MANTER SO AQUI.
      *  USO: COPY CADTRV REPLACING ==:TAG:== BY ==TRV== (OU OUTRO
      *       SUFIXO, CONFORME O REGISTRO).
      *--------------------------------------------------------------
           02 CHAVE-TRV-:TAG:.
           03 TIPO-TRV-:TAG:    PIC X(01).
           88 TRAVA-CADEIA-:TAG:     VALUE "C".
           88 SESSAO-ONLINE-:TAG:    VALUE "S".
           03 PROGRAMA-TRV-:TAG: PIC X(04).
           03 OPERADOR-TRV-:TAG: PIC X(08).
           03 SESSAO-TRV-:TAG:  PIC 9(06).
           02 DATA-TRV-:TAG:    PIC 9(08).
           02 HORA-TRV-:TAG:    PIC 9(06).
           02 DATA-PROC-TRV-:TAG: PIC 9(08).

      *--------------------------------------------------------------
      *  CADDPR - CARTAO DE DATA DE PROCESSAMENTO (DATAPROC.DAT).
      *  DATA NO FORMATO AAAAMMDD, USADA PELOS PROGRAMAS QUE
      *  DEPENDEM DA DATA (EX02, EX03, EX06) PARA QUE UMA
      *  REEXECUCAO REPRODUZA O CICLO ORIGINAL. SEM O CARTAO, OS
      *  PROGRAMAS CAEM NA DATA DO SISTEMA - MANTER SO AQUI.
      *  USO: COPY CADDPR. (APOS O 01 DO REGISTRO DO CARTAO)
      *--------------------------------------------------------------
           02 DPR-DATA.
           03 DPR-ANO          PIC 9(04).
           03 DPR-MES          PIC 9(02).
           03 DPR-DIA          PIC 9(02).

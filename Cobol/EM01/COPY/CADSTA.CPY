      *--------------------------------------------------------------
      *  CADSTA - SITUACAO DE UMA REMESSA DO CADASTRO PARA A
      *  SECRETARIA DE EDUCACAO (EX15-STA.DAT). O ARQUIVO E SO DE
      *  ACRESCIMO, COMO CADATU-LOG: A ULTIMA LINHA DE CADA
      *  SEQUENCIA E A SITUACAO VIGENTE. SITUACOES:
      *    GERADA      - GRAVADA PELO EX15 AO GERAR A REMESSA;
      *    TRANSMITIDA - ACRESCENTADA PELA OPERACAO AO TRANSMITIR;
      *    ACEITA / PARCIAL / REJEITADA - GRAVADAS PELO EX21 AO
      *                  PROCESSAR O RETORNO DA SECRETARIA.
      *  MANTER SO AQUI. USO: COPY CADSTA. (APOS O 01 DO REGISTRO)
      *--------------------------------------------------------------
           02 STA-SEQUENCIA    PIC 9(05).
           02 STA-STATUS       PIC X(12).
           02 STA-DATA         PIC 9(08).

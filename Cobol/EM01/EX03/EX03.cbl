       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX03.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   09/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LE OS REGISTROS DO ARQUIVO CADATU, CALCULA A IDADE
      *         DE CADA PESSOA A PARTIR DE DATA-NASCIMENTO-SAI E DA
      *         DATA DE EXECUCAO, E EMITE EM EX03-REL A DISTRIBUICAO
      *         DE QUANTIDADES POR FAIXA ETARIA (00-17, 18-29, 30-44,
      *         45-59 E 60 OU MAIS), COM LINHA DE TOTAL GERAL.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  09/08/2026 GGC   VERSAO ORIGINAL.
      *  22/08/2026 GGC   STOP RUN TROCADO POR GOBACK PARA PERMITIR
      *                   EXECUCAO COMO PASSO DO ORQUESTRADOR EX12.
      *  22/08/2026 GGC   DATA DE PROCESSAMENTO PASSA A VIR DO
      *                   CARTAO DATAPROC (COPY CADDPR), COM QUEDA
      *                   PARA A DATA DO SISTEMA SO NA AUSENCIA DO
      *                   CARTAO; A DATA USADA E ECOADA NO
      *                   CABECALHO DE EX03-REL.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A DISTRIBUICAO PASSA A CONTAR SO
      *                   OS ATIVOS POR PADRAO, INCLUINDO INATIVOS
      *                   APENAS COM "S" NO CARTAO SELECAO (COPY
      *                   CADSEL).
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT EX03-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT SELECAO ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SEL.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD EX03-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX03-REL.DAT".
           01 REG-REL              PIC X(60).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD SELECAO LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "SELECAO.DAT".
           01 REG-SEL.
           COPY CADSEL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEL     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-INC-INATIVOS   PIC X(03) VALUE "NAO".
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-ATUAL      PIC 9(04) VALUE ZEROS.
       77 WS-MES-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-IDADE          PIC 9(03) VALUE ZEROS.
       77 CONT-00-17        PIC 9(07) VALUE ZEROS.
       77 CONT-18-29        PIC 9(07) VALUE ZEROS.
       77 CONT-30-44        PIC 9(07) VALUE ZEROS.
       77 CONT-45-59        PIC 9(07) VALUE ZEROS.
       77 CONT-60-MAIS      PIC 9(07) VALUE ZEROS.
       77 CONT-TOTAL        PIC 9(07) VALUE ZEROS.

       01 LINHA-DATA.
           02 FILLER          PIC X(23) VALUE
              "DATA DE PROCESSAMENTO: ".
           02 LDT-DIA         PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LDT-MES         PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LDT-ANO         PIC 9999.

       01 LINHA-FAIXA.
           02 FILLER         PIC X(20) VALUE SPACES.
           02 LF-FAIXA        PIC X(12).
           02 FILLER          PIC X(08) VALUE "TOTAL: ".
           02 LF-QTDE          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX03.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           GOBACK.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM OBTEM-SELECAO.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL.
           MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-ATUAL.
           MOVE WS-DATA-SISTEMA(7:2) TO WS-DIA-ATUAL.
           OPEN INPUT CADATU.
           OPEN OUTPUT EX03-REL.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE UMA REEXECUCAO DO CICLO
      *  CLASSIFIQUE AS MESMAS IDADES DA RODADA ORIGINAL. CARTAO
      *  AUSENTE OU INVALIDO CAI NA DATA DO SISTEMA. A DATA USADA
      *  E ECOADA NO CABECALHO DO RELATORIO.
      *----------------------------------------------------------
       OBTEM-DATA-PROCESSO.
           OPEN INPUT DATAPROC.
           IF WS-STATUS-DPR EQUAL "00"
               READ DATAPROC
                   NOT AT END
                       IF DPR-DATA IS NUMERIC AND
                          DPR-MES GREATER THAN 0 AND
                          DPR-MES LESS THAN 13 AND
                          DPR-DIA GREATER THAN 0 AND
                          DPR-DIA LESS THAN 32
                           MOVE DPR-DATA TO WS-DATA-SISTEMA
                           MOVE "SIM" TO SW-DATA-CARTAO
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
           IF SW-DATA-CARTAO NOT EQUAL "SIM"
               IF WS-STATUS-DPR EQUAL "00"
                   DISPLAY "EX03 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-SELECAO - LE O CARTAO OPCIONAL SELECAO (COPY
      *  CADSEL): "S" INCLUI TAMBEM OS INATIVOS NA DISTRIBUICAO.
      *  SEM O CARTAO, SO OS ATIVOS SAO CONTADOS.
      *----------------------------------------------------------
       OBTEM-SELECAO.
           OPEN INPUT SELECAO.
           IF WS-STATUS-SEL EQUAL "00"
               READ SELECAO
                   NOT AT END
                       IF SEL-INATIVOS EQUAL "S"
                           MOVE "SIM" TO SW-INC-INATIVOS
                       END-IF
               END-READ
               CLOSE SELECAO
           END-IF.

       LEITURA.
           READ CADATU AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           IF ATIVO-SAI OR SW-INC-INATIVOS EQUAL "SIM"
               PERFORM CALCULA-IDADE
               PERFORM CLASSIFICA-FAIXA
           END-IF.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  CALCULA-IDADE - IDADE EM ANOS COMPLETOS NA DATA DE
      *  EXECUCAO DO PROGRAMA.
      *----------------------------------------------------------
       CALCULA-IDADE.
           COMPUTE WS-IDADE = WS-ANO-ATUAL - ANO-NASCIMENTO-SAI.
           IF MES-NASCIMENTO-SAI GREATER THAN WS-MES-ATUAL OR
             (MES-NASCIMENTO-SAI EQUAL WS-MES-ATUAL AND
              DIA-NASCIMENTO-SAI GREATER THAN WS-DIA-ATUAL)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

       CLASSIFICA-FAIXA.
           EVALUATE TRUE
               WHEN WS-IDADE LESS THAN 18
                   ADD 1 TO CONT-00-17
               WHEN WS-IDADE LESS THAN 30
                   ADD 1 TO CONT-18-29
               WHEN WS-IDADE LESS THAN 45
                   ADD 1 TO CONT-30-44
               WHEN WS-IDADE LESS THAN 60
                   ADD 1 TO CONT-45-59
               WHEN OTHER
                   ADD 1 TO CONT-60-MAIS
           END-EVALUATE.
           ADD 1 TO CONT-TOTAL.

       TERMINO.
           PERFORM IMPRIME-RELATORIO.
           CLOSE CADATU EX03-REL.

      *----------------------------------------------------------
      *  IMPRIME-RELATORIO - EMITE A DISTRIBUICAO POR FAIXA
      *  ETARIA E O TOTAL GERAL EM EX03-REL.
      *----------------------------------------------------------
       IMPRIME-RELATORIO.
           MOVE "DISTRIBUICAO DE IDADE - CADATU" TO REG-REL.
           WRITE REG-REL.
           MOVE WS-DIA-ATUAL TO LDT-DIA.
           MOVE WS-MES-ATUAL TO LDT-MES.
           MOVE WS-ANO-ATUAL TO LDT-ANO.
           MOVE LINHA-DATA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "00 A 17 ANOS" TO LF-FAIXA.
           MOVE CONT-00-17 TO LF-QTDE.
           MOVE LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
           MOVE "18 A 29 ANOS" TO LF-FAIXA.
           MOVE CONT-18-29 TO LF-QTDE.
           MOVE LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
           MOVE "30 A 44 ANOS" TO LF-FAIXA.
           MOVE CONT-30-44 TO LF-QTDE.
           MOVE LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
           MOVE "45 A 59 ANOS" TO LF-FAIXA.
           MOVE CONT-45-59 TO LF-QTDE.
           MOVE LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
           MOVE "60 OU MAIS  " TO LF-FAIXA.
           MOVE CONT-60-MAIS TO LF-QTDE.
           MOVE LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "TOTAL GERAL " TO LF-FAIXA.
           MOVE CONT-TOTAL TO LF-QTDE.
           MOVE LINHA-FAIXA TO REG-REL.
           WRITE REG-REL.

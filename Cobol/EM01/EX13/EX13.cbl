       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX13.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LISTAGEM MENSAL DE ANIVERSARIANTES DO CADASTRO
      *         CADATU. LE O MES DESEJADO DO CARTAO DE PARAMETRO
      *         EX13-PAR (DOIS DIGITOS, 01 A 12), SELECIONA OS
      *         REGISTROS DE CADATU COM MES-NASCIMENTO-SAI IGUAL AO
      *         MES PEDIDO, ORDENA POR DIA DE NASCIMENTO E NOME
      *         (SORT COM PROCEDURES DE ENTRADA E SAIDA) E EMITE EM
      *         EX13-REL UMA LISTAGEM PAGINADA NO ESTILO DO EX07
      *         (NOME, NUMERO, DATA DE NASCIMENTO E A IDADE QUE A
      *         PESSOA FARA NO ANIVERSARIO), COM SUBTOTAL POR DIA E
      *         TOTAL DO MES. USADA PELA SECRETARIA PARA AS CARTAS
      *         DE PARABENS E RENOVACOES DE DOCUMENTO.
      *
      *         CARTAO AUSENTE OU MES INVALIDO INTERROMPE A
      *         EMISSAO COM MENSAGEM NO PROPRIO RELATORIO.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A LISTAGEM PASSA A TRAZER SO OS
      *                   ATIVOS POR PADRAO, INCLUINDO INATIVOS
      *                   APENAS COM "S" NO CARTAO SELECAO (COPY
      *                   CADSEL).
      *  02/09/2026 GGC   STOP RUN TROCADO POR GOBACK E, NA FALTA
      *                   DO CARTAO EX13-PAR, O MES ALVO CAI PARA O
      *                   MES DO CARTAO DATAPROC - ASSIM O PASSO
      *                   MENSAL DO ORQUESTRADOR EX12 (CALENDARIO
      *                   CADCAL) RODA SEM CARTAO PROPRIO.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SAI.
           SELECT EX13-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT ANIV-WRK ASSIGN TO "CADANI.WRK".
           SELECT SELECAO ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SEL.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX13-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD EX13-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX13-PAR.DAT".
           01 REG-PAR.
           02 PAR-MES-X       PIC X(02).

           SD ANIV-WRK.
           01 REG-WRK.
           COPY CADNOM REPLACING ==:TAG:== BY ==WRK==.
           COPY CADDTN REPLACING ==:TAG:== BY ==WRK==.
           COPY CADSIT REPLACING ==:TAG:== BY ==WRK==.

           FD EX13-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX13-REL.DAT".
           01 REG-REL              PIC X(70).

           FD SELECAO LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "SELECAO.DAT".
           01 REG-SEL.
           COPY CADSEL.

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 SW-PARAM-OK       PIC X(03) VALUE "NAO".
       77 SW-TEM-DIA        PIC X(03) VALUE "NAO".
       77 WS-STATUS-SAI     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 SW-INC-INATIVOS   PIC X(03) VALUE "NAO".
       77 WS-MES-ALVO       PIC 9(02) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-ATUAL      PIC 9(04) VALUE ZEROS.
       77 WS-IDADE-FARA     PIC 9(03) VALUE ZEROS.
       77 WS-DIA-ANTERIOR   PIC 9(02) VALUE ZEROS.
       77 QTDE-DIA          PIC 9(07) VALUE ZEROS.
       77 QTDE-MES          PIC 9(07) VALUE ZEROS.
       77 WS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 LIMITE-LINHAS     PIC 9(02) VALUE 20.

       01 LINHA-TITULO.
           02 FILLER          PIC X(34) VALUE
              "ANIVERSARIANTES DO MES".
           02 LT-MES          PIC 9(02).
           02 FILLER          PIC X(14) VALUE SPACES.
           02 FILLER          PIC X(08) VALUE "PAGINA: ".
           02 LT-PAGINA       PIC ZZ9.

       01 LINHA-CABECALHO.
           02 FILLER          PIC X(20) VALUE "NOME".
           02 FILLER          PIC X(10) VALUE "NUMERO".
           02 FILLER          PIC X(12) VALUE "NASCIMENTO".
           02 FILLER          PIC X(04) VALUE "FARA".

       01 LINHA-DETALHE.
           02 LD-NOME         PIC X(20).
           02 LD-NUM          PIC Z(04)9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LD-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-ANO          PIC 9999.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-IDADE        PIC ZZ9.

       01 LINHA-SUBTOTAL.
           02 FILLER          PIC X(13) VALUE "SUBTOTAL DIA ".
           02 LS-DIA          PIC 9(02).
           02 FILLER          PIC X(02) VALUE ": ".
           02 LS-QTDE         PIC ZZZZZZ9.

       01 LINHA-TOTAL.
           02 FILLER          PIC X(17) VALUE "TOTAL DO MES:    ".
           02 LG-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX13.
           PERFORM INICIO.
           IF SW-PARAM-OK EQUAL "SIM"
               SORT ANIV-WRK ON ASCENDING KEY
                       DIA-NASCIMENTO-WRK NOME-WRK
                   INPUT PROCEDURE IS CARREGA-MES
                   OUTPUT PROCEDURE IS IMPRIME-ORDENADO
           END-IF.
           PERFORM TERMINO.
           GOBACK.

      *----------------------------------------------------------
      *  INICIO - LE E CRITICA O CARTAO DE PARAMETRO COM O MES
      *  ALVO E ABRE O RELATORIO. A IDADE QUE A PESSOA FARA E O
      *  ANO DA EXECUCAO MENOS O ANO DE NASCIMENTO.
      *----------------------------------------------------------
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL.
           OPEN OUTPUT EX13-REL.
           OPEN INPUT EX13-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX13-PAR
                   NOT AT END
                       IF PAR-MES-X IS NUMERIC
                           MOVE PAR-MES-X TO WS-MES-ALVO
                           IF WS-MES-ALVO GREATER THAN 0 AND
                              WS-MES-ALVO LESS THAN 13
                               MOVE "SIM" TO SW-PARAM-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE EX13-PAR
           END-IF.
           IF SW-PARAM-OK NOT EQUAL "SIM"
               PERFORM OBTEM-MES-DATAPROC
           END-IF.
           IF SW-PARAM-OK EQUAL "SIM"
               PERFORM OBTEM-SELECAO
               MOVE WS-MES-ALVO TO LT-MES
               PERFORM IMPRIME-CABECALHO
           ELSE
               MOVE "SEM CARTAO EX13-PAR NEM DATAPROC VALIDOS."
                   TO REG-REL
               WRITE REG-REL
               DISPLAY "EX13 - SEM CARTAO EX13-PAR NEM DATAPROC "
                       "VALIDOS - MES ALVO INDEFINIDO."
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-MES-DATAPROC - SEM O CARTAO EX13-PAR, O MES ALVO E
      *  O DA DATA DE PROCESSAMENTO DO CARTAO DATAPROC, PARA O
      *  PASSO MENSAL DA CADEIA RODAR SEM CARTAO PROPRIO.
      *----------------------------------------------------------
       OBTEM-MES-DATAPROC.
           OPEN INPUT DATAPROC.
           IF WS-STATUS-DPR EQUAL "00"
               READ DATAPROC
                   NOT AT END
                       IF DPR-DATA IS NUMERIC AND
                          DPR-MES GREATER THAN 0 AND
                          DPR-MES LESS THAN 13
                           MOVE DPR-MES TO WS-MES-ALVO
                           MOVE "SIM" TO SW-PARAM-OK
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-SELECAO - LE O CARTAO OPCIONAL SELECAO (COPY
      *  CADSEL): "S" INCLUI TAMBEM OS INATIVOS NA LISTAGEM. SEM
      *  O CARTAO, SO OS ATIVOS SAO LISTADOS.
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

      *----------------------------------------------------------
      *  CARREGA-MES - PROCEDURE DE ENTRADA DO SORT. LIBERA SO OS
      *  REGISTROS DE CADATU DO MES ALVO, NA SITUACAO SELECIONADA.
      *----------------------------------------------------------
       CARREGA-MES.
           OPEN INPUT CADATU.
           IF WS-STATUS-SAI EQUAL "00"
               PERFORM LE-CADATU
               PERFORM FILTRA-REGISTRO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU
           END-IF.

       LE-CADATU.
           READ CADATU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-SAI NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       FILTRA-REGISTRO.
           IF MES-NASCIMENTO-SAI EQUAL WS-MES-ALVO AND
              (ATIVO-SAI OR SW-INC-INATIVOS EQUAL "SIM")
               MOVE REG-SAI TO REG-WRK
               RELEASE REG-WRK
           END-IF.
           PERFORM LE-CADATU.

      *----------------------------------------------------------
      *  IMPRIME-ORDENADO - PROCEDURE DE SAIDA DO SORT. RECEBE OS
      *  ANIVERSARIANTES EM ORDEM DE DIA E NOME, COM QUEBRA DE
      *  CONTROLE POR DIA PARA O SUBTOTAL.
      *----------------------------------------------------------
       IMPRIME-ORDENADO.
           PERFORM RETORNA-WRK.
           PERFORM IMPRIME-ANIVERSARIANTE
               UNTIL FIM-SORT EQUAL "SIM".
           IF SW-TEM-DIA EQUAL "SIM"
               PERFORM IMPRIME-SUBTOTAL
           END-IF.

       RETORNA-WRK.
           RETURN ANIV-WRK AT END MOVE "SIM" TO FIM-SORT.

       IMPRIME-ANIVERSARIANTE.
           IF SW-TEM-DIA EQUAL "SIM" AND
              DIA-NASCIMENTO-WRK NOT EQUAL WS-DIA-ANTERIOR
               PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE DIA-NASCIMENTO-WRK TO WS-DIA-ANTERIOR.
           MOVE "SIM" TO SW-TEM-DIA.
           PERFORM IMPRIME-DETALHE.
           ADD 1 TO QTDE-DIA.
           ADD 1 TO QTDE-MES.
           PERFORM RETORNA-WRK.

       IMPRIME-DETALHE.
           IF WS-LINHA GREATER THAN OR EQUAL TO LIMITE-LINHAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE NOME-WRK TO LD-NOME.
           MOVE NUM-WRK TO LD-NUM.
           MOVE DIA-NASCIMENTO-WRK TO LD-DIA.
           MOVE MES-NASCIMENTO-WRK TO LD-MES.
           MOVE ANO-NASCIMENTO-WRK TO LD-ANO.
           COMPUTE WS-IDADE-FARA =
               WS-ANO-ATUAL - ANO-NASCIMENTO-WRK.
           MOVE WS-IDADE-FARA TO LD-IDADE.
           MOVE LINHA-DETALHE TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.

       IMPRIME-SUBTOTAL.
           MOVE WS-DIA-ANTERIOR TO LS-DIA.
           MOVE QTDE-DIA TO LS-QTDE.
           MOVE LINHA-SUBTOTAL TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.
           MOVE ZEROS TO QTDE-DIA.

       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.
           MOVE WS-PAGINA TO LT-PAGINA.
           MOVE LINHA-TITULO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE LINHA-CABECALHO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

       TERMINO.
           IF SW-PARAM-OK EQUAL "SIM"
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE QTDE-MES TO LG-QTDE
               MOVE LINHA-TOTAL TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE EX13-REL.

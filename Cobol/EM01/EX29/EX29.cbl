       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX29.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LANCAMENTO DA FREQUENCIA DIARIA. LE O ARQUIVO DE
      *         MOVIMENTO FREMOV (TURMA, DATA DA AULA, NUMERO E
      *         P/F), DIGITADO A PARTIR DA LISTA DE CHAMADA DO
      *         EX19, E GRAVA CADA LANCAMENTO NO ARQUIVO DE
      *         FREQUENCIA CADFRE-IDX, INDEXADO PELA CHAVE
      *         COMPOSTA TURMA+DATA+NUMERO (COPY CADFRE).
      *
      *         O LANCAMENTO E VALIDADO CONTRA AS MATRICULAS EM
      *         CADMAT-IDX: REJEITA PRESENCA FORA DE P/F, DATA
      *         INVALIDA OU POSTERIOR A DATA DE PROCESSAMENTO,
      *         PESSOA NAO MATRICULADA NA TURMA E AULA ANTERIOR A
      *         DATA DA MATRICULA. LANCAMENTO REPETIDO PARA A MESMA
      *         TURMA, DATA E NUMERO SUBSTITUI O ANTERIOR, PARA
      *         PERMITIR A CORRECAO DE UMA CHAMADA.
      *
      *         EMITE EM EX29-REL UMA LINHA POR LANCAMENTO COM O
      *         RESULTADO E OS TOTAIS DE CONTROLE AO FINAL, NO
      *         MESMO ESQUEMA DO EX18. O RELATORIO MENSAL DE FALTAS
      *         POR TURMA E DO EX30.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  15/10/2026 GGC   VERSAO ORIGINAL.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREMOV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MOV.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADFRE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS CHAVE-FRE-FRE
            FILE STATUS IS WS-STATUS-FRE.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX29-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.
           FD FREMOV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "FREMOV.DAT".
           01 REG-MOV.
           COPY CADFRE REPLACING ==:TAG:== BY ==MOV==.

           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

           FD CADFRE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADFRE-IDX.DAT".
           01 REG-FRE.
           COPY CADFRE REPLACING ==:TAG:== BY ==FRE==.

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX29-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX29-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-MOV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRE     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-APLICADA       PIC X(03) VALUE "NAO".
       77 SW-REL-OK         PIC X(03) VALUE "NAO".
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 QTDE-APLICADAS    PIC 9(07) VALUE ZEROS.
       77 QTDE-CORRIGIDAS   PIC 9(07) VALUE ZEROS.
       77 QTDE-REJEITADAS   PIC 9(07) VALUE ZEROS.

       01 WS-DATA-AULA.
           02 AULA-ANO        PIC 9(04).
           02 AULA-MES        PIC 9(02).
           02 AULA-DIA        PIC 9(02).

       01 LINHA-MOV.
           02 FILLER          PIC X(07) VALUE "TURMA: ".
           02 LM-TURMA        PIC X(05).
           02 FILLER          PIC X(08) VALUE "  DATA: ".
           02 LM-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LM-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LM-ANO          PIC 9999.
           02 FILLER          PIC X(09) VALUE "  NUMERO:".
           02 LM-NUM          PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LM-PRESENCA     PIC X(01).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LM-RESULTADO    PIC X(31).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(14).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX29.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - SEM O RELATORIO NAO HA TRILHA DOS LANCAMENTOS:
      *  FALHA NA SUA ABERTURA ENCERRA O PROGRAMA ANTES DE TOCAR
      *  A FREQUENCIA. CADFRE-IDX AUSENTE NA PRIMEIRA RODADA E
      *  CRIADO VAZIO; SEM MATRICULAS NAO HA O QUE LANCAR.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX29-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               DISPLAY "EX29 - FALHA NA ABERTURA DE EX29-REL. "
                       "NENHUM LANCAMENTO APLICADO."
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-REL-OK
               MOVE "LANCAMENTO DE FREQUENCIA - FREMOV" TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               PERFORM OBTEM-DATA-PROCESSO
               OPEN INPUT FREMOV
               OPEN INPUT CADMAT-IDX
               OPEN I-O CADFRE-IDX
               IF WS-STATUS-FRE EQUAL "35"
                   OPEN OUTPUT CADFRE-IDX
                   CLOSE CADFRE-IDX
                   OPEN I-O CADFRE-IDX
               END-IF
               IF WS-STATUS-MOV NOT EQUAL "00" OR
                  WS-STATUS-MAT NOT EQUAL "00" OR
                  WS-STATUS-FRE NOT EQUAL "00"
                   MOVE "MOVIMENTO OU CADASTROS INDISPONIVEIS."
                       TO REG-REL
                   WRITE REG-REL
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   PERFORM LEITURA
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, LIMITE PARA A DATA DA AULA LANCADA.
      *  CARTAO AUSENTE OU INVALIDO CAI NA DATA DO SISTEMA.
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
                   DISPLAY "EX29 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ FREMOV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-MOV EQUAL "00"
                   ADD 1 TO QTDE-LIDAS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - CRITICA O LANCAMENTO NA ORDEM DO MAIS
      *  BARATO PARA O MAIS CARO (CAMPOS, DATA, MATRICULA) E SO
      *  ENTAO GRAVA. CADA PASSO DEIXA EM LM-RESULTADO O MOTIVO.
      *----------------------------------------------------------
       PRINCIPAL.
           MOVE "NAO" TO SW-APLICADA.
           MOVE ZEROS TO WS-DATA-AULA.
           IF DATA-AULA-FRE-MOV IS NUMERIC
               MOVE DATA-AULA-FRE-MOV TO WS-DATA-AULA
           END-IF.
           EVALUATE TRUE
               WHEN NOT PRESENTE-MOV AND NOT FALTOU-MOV
                   MOVE "REJEITADA - PRESENCA NAO E P/F"
                       TO LM-RESULTADO
               WHEN NUM-FRE-MOV IS NOT NUMERIC
                   MOVE "REJEITADA - NUMERO INVALIDO"
                       TO LM-RESULTADO
               WHEN AULA-MES LESS THAN 1 OR
                    AULA-MES GREATER THAN 12 OR
                    AULA-DIA LESS THAN 1 OR
                    AULA-DIA GREATER THAN 31
                   MOVE "REJEITADA - DATA INVALIDA"
                       TO LM-RESULTADO
               WHEN WS-DATA-AULA GREATER THAN WS-DATA-SISTEMA
                   MOVE "REJEITADA - AULA AINDA NAO DADA"
                       TO LM-RESULTADO
               WHEN OTHER
                   PERFORM VALIDA-MATRICULA
           END-EVALUATE.
           PERFORM GRAVA-LINHA.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  VALIDA-MATRICULA - SO HA FREQUENCIA DE QUEM ESTA
      *  MATRICULADO NA TURMA, E SO A PARTIR DA MATRICULA.
      *----------------------------------------------------------
       VALIDA-MATRICULA.
           MOVE TURMA-FRE-MOV TO TURMA-MAT-MAT.
           MOVE NUM-FRE-MOV TO NUM-MAT-MAT.
           READ CADMAT-IDX
               INVALID KEY
                   MOVE "REJEITADA - NAO MATRICULADO"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   IF WS-DATA-AULA LESS THAN DATA-MATRICULA-MAT
                       MOVE "REJEITADA - ANTES DA MATRICULA"
                           TO LM-RESULTADO
                   ELSE
                       PERFORM GRAVA-FREQUENCIA
                   END-IF
           END-READ.

      *----------------------------------------------------------
      *  GRAVA-FREQUENCIA - GRAVA O LANCAMENTO. CHAVE JA EXISTENTE
      *  E CORRECAO DA CHAMADA: O REGISTRO E RELIDO E REGRAVADO
      *  COM A NOVA PRESENCA.
      *----------------------------------------------------------
       GRAVA-FREQUENCIA.
           MOVE REG-MOV TO REG-FRE.
           WRITE REG-FRE
               INVALID KEY
                   PERFORM CORRIGE-FREQUENCIA
               NOT INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - LANCAMENTO" TO LM-RESULTADO
           END-WRITE.

       CORRIGE-FREQUENCIA.
           READ CADFRE-IDX
               INVALID KEY
                   MOVE "REJEITADA - FALHA NA GRAVACAO"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE PRESENCA-FRE-MOV TO PRESENCA-FRE-FRE
                   REWRITE REG-FRE
                       INVALID KEY
                           MOVE "REJEITADA - FALHA NA REGRAVACAO"
                               TO LM-RESULTADO
                       NOT INVALID KEY
                           MOVE "SIM" TO SW-APLICADA
                           ADD 1 TO QTDE-CORRIGIDAS
                           MOVE "APLICADA - CORRECAO" TO LM-RESULTADO
                   END-REWRITE
           END-READ.

       GRAVA-LINHA.
           MOVE TURMA-FRE-MOV TO LM-TURMA.
           MOVE AULA-DIA TO LM-DIA.
           MOVE AULA-MES TO LM-MES.
           MOVE AULA-ANO TO LM-ANO.
           MOVE NUM-FRE-MOV TO LM-NUM.
           MOVE PRESENCA-FRE-MOV TO LM-PRESENCA.
           MOVE LINHA-MOV TO REG-REL.
           WRITE REG-REL.
           IF SW-APLICADA EQUAL "SIM"
               ADD 1 TO QTDE-APLICADAS
           ELSE
               ADD 1 TO QTDE-REJEITADAS
           END-IF.

       TERMINO.
           IF SW-REL-OK EQUAL "SIM"
               PERFORM IMPRIME-TOTAIS
               CLOSE FREMOV CADMAT-IDX CADFRE-IDX EX29-REL
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "LIDAS:      " TO LT-ROTULO.
           MOVE QTDE-LIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "APLICADAS:  " TO LT-ROTULO.
           MOVE QTDE-APLICADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "CORRECOES:  " TO LT-ROTULO.
           MOVE QTDE-CORRIGIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "REJEITADAS: " TO LT-ROTULO.
           MOVE QTDE-REJEITADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.

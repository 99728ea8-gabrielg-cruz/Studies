       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX26.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  RESTAURACAO DO MESTRE A PARTIR DE UMA GERACAO
      *         DATADA DO EX16. LE A DATA ALVO DO CARTAO EX26-PAR
      *         (LAYOUT CADDPR, AAAAMMDD), LOCALIZA A GERACAO
      *         CADATU-GAAAAMMDD.DAT E RECONSTROI, A PARTIR DELA,
      *         TANTO CADATU.DAT QUANTO CADATU-IDX (AS CHAVES JA
      *         VEM EM ORDEM ASCENDENTE DE NUMERO, COMO O EX02
      *         GARANTE NAS GERACOES).
      *
      *         AO TERMINO, ACRESCENTA EM CADATU-LOG UMA LINHA DE
      *         TOTAIS NO LAYOUT DO EX02, PARA QUE A CONCILIACAO
      *         DO EX11 E A REMESSA DO EX15 VOLTEM A CONFIAR NOS
      *         ARQUIVOS RESTAURADOS - E O QUE ANTES SE FAZIA NA
      *         MAO, COPIANDO GERACAO E RERODANDO PEDACOS DO EX02.
      *
      *         GERACAO AUSENTE, OU CARTAO INVALIDO, RECUSA A
      *         RESTAURACAO SEM TOCAR OS ARQUIVOS ATUAIS.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT GERACAO-ALVO ASSIGN USING WS-NOME-GER
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-GER.
           SELECT CADATU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SAI.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADATU-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
           FD EX26-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX26-PAR.DAT".
           01 REG-PAR.
           COPY CADDPR.

           FD GERACAO-ALVO LABEL RECORD ARE STANDARD.
           01 REG-GER.
           COPY CADNOM REPLACING ==:TAG:== BY ==GER==.
           COPY CADDTN REPLACING ==:TAG:== BY ==GER==.
           COPY CADSIT REPLACING ==:TAG:== BY ==GER==.

           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD CADATU-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-LOG.DAT".
           01 REG-LOG.
           02 FILLER          PIC X(20) VALUE
              "EX26 - LIDOS: ".
           02 LOG-LIDOS       PIC Z(06)9.
           02 FILLER          PIC X(12) VALUE
              "  GRAVADOS: ".
           02 LOG-GRAVADOS    PIC Z(06)9.
           02 FILLER          PIC X(14) VALUE
              "  REJEITADOS: ".
           02 LOG-REJEITADOS  PIC Z(06)9.
           02 FILLER          PIC X(11) VALUE
              "  PULADOS: ".
           02 LOG-PULADOS     PIC Z(06)9.
           02 FILLER          PIC X(08) VALUE
              "  DATA: ".
           02 LOG-DATA        PIC 9(08).
           02 FILLER          PIC X(12) VALUE
              "  RETOMADO: ".
           02 LOG-RESTART     PIC X(03).
           02 FILLER          PIC X(07) VALUE
              "  IDX: ".
           02 LOG-IDX-STATUS  PIC X(03).
           02 FILLER          PIC X(07) VALUE
              "  CKP: ".
           02 LOG-CKP-STATUS  PIC X(03).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-PARAM-OK       PIC X(03) VALUE "NAO".
       77 SW-ERRO-GRAVA     PIC X(03) VALUE "NAO".
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-GER     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SAI     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 WS-DATA-ALVO      PIC 9(08) VALUE ZEROS.
       77 QTDE-LIDOS        PIC 9(07) VALUE ZEROS.
       77 QTDE-GRAVADOS     PIC 9(07) VALUE ZEROS.

       01 WS-NOME-GER.
           02 FILLER          PIC X(08) VALUE "CADATU-G".
           02 GER-DATA        PIC 9(08).
           02 FILLER          PIC X(04) VALUE ".DAT".

       PROCEDURE DIVISION.
       PGM-EX26.
           PERFORM INICIO.
           IF SW-PARAM-OK EQUAL "SIM"
               PERFORM RESTAURA UNTIL FIM-ARQ EQUAL "SIM"
               PERFORM TERMINO
           END-IF.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - LE E CRITICA O CARTAO COM A DATA ALVO, MONTA O
      *  NOME DA GERACAO E A ABRE ANTES DE TOCAR QUALQUER SAIDA:
      *  GERACAO AUSENTE DEIXA O MESTRE ATUAL INTACTO.
      *----------------------------------------------------------
       INICIO.
           OPEN INPUT EX26-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX26-PAR
                   NOT AT END
                       IF DPR-DATA IS NUMERIC AND
                          DPR-MES GREATER THAN 0 AND
                          DPR-MES LESS THAN 13 AND
                          DPR-DIA GREATER THAN 0 AND
                          DPR-DIA LESS THAN 32
                           MOVE DPR-DATA TO WS-DATA-ALVO
                       END-IF
               END-READ
               CLOSE EX26-PAR
           END-IF.
           IF WS-DATA-ALVO EQUAL ZEROS
               DISPLAY "EX26 - CARTAO EX26-PAR AUSENTE OU DATA "
                       "INVALIDA. RESTAURACAO NAO EXECUTADA."
           ELSE
               MOVE WS-DATA-ALVO TO GER-DATA
               OPEN INPUT GERACAO-ALVO
               IF WS-STATUS-GER NOT EQUAL "00"
                   DISPLAY "EX26 - GERACAO " WS-NOME-GER
                       " INDISPONIVEL. RESTAURACAO NAO EXECUTADA."
               ELSE
                   PERFORM ABRE-SAIDAS
               END-IF
           END-IF.

       ABRE-SAIDAS.
           OPEN OUTPUT CADATU.
           OPEN OUTPUT CADATU-IDX.
           IF WS-STATUS-SAI NOT EQUAL "00" OR
              WS-STATUS-IDX NOT EQUAL "00"
               PERFORM RECUSA-ABERTURA
           ELSE
               MOVE "SIM" TO SW-PARAM-OK
               PERFORM LEITURA
           END-IF.

      *----------------------------------------------------------
      *  RECUSA-ABERTURA - UMA DAS SAIDAS NAO ABRIU, MAS A OUTRA
      *  PODE JA TER SIDO TRUNCADA PELA PROPRIA ABERTURA. FECHA O
      *  QUE CHEGOU A ABRIR E GRAVA A LINHA DE LOG COM IDX: ERR
      *  MESMO ASSIM, COMO O EX20 FAZ - E ESSA LINHA QUE IMPEDE O
      *  EX11 E O EX15 DE CONFIAREM EM UM MESTRE PELA METADE.
      *----------------------------------------------------------
       RECUSA-ABERTURA.
           DISPLAY "EX26 - FALHA NA ABERTURA DAS SAIDAS. "
                   "SAI: " WS-STATUS-SAI "  IDX: " WS-STATUS-IDX.
           MOVE "SIM" TO SW-ERRO-GRAVA.
           IF WS-STATUS-SAI EQUAL "00"
               CLOSE CADATU
           END-IF.
           IF WS-STATUS-IDX EQUAL "00"
               CLOSE CADATU-IDX
           END-IF.
           CLOSE GERACAO-ALVO.
           PERFORM GRAVA-LOG.

       LEITURA.
           READ GERACAO-ALVO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-GER EQUAL "00"
                   ADD 1 TO QTDE-LIDOS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  RESTAURA - REGRAVA O REGISTRO DA GERACAO NO SEQUENCIAL E
      *  NO INDICE. QUALQUER GRAVACAO NAO CONFIRMADA INTERROMPE E
      *  SAI COM IDX: ERR NO LOG - RESTAURACAO PARCIAL NAO PODE
      *  PASSAR POR BOA.
      *----------------------------------------------------------
       RESTAURA.
           MOVE REG-GER TO REG-SAI.
           WRITE REG-SAI.
           IF WS-STATUS-SAI NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-GRAVA
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE REG-GER TO REG-SAI-IDX
               WRITE REG-SAI-IDX
               IF WS-STATUS-IDX NOT EQUAL "00"
                   MOVE "SIM" TO SW-ERRO-GRAVA
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   ADD 1 TO QTDE-GRAVADOS
               END-IF
           END-IF.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM LEITURA
           END-IF.

       TERMINO.
           CLOSE GERACAO-ALVO CADATU CADATU-IDX.
           PERFORM GRAVA-LOG.
           IF SW-ERRO-GRAVA EQUAL "SIM"
               DISPLAY "EX26 - RESTAURACAO COM ERRO DE GRAVACAO. "
                       "CONFERIR ANTES DE LIBERAR A CADEIA."
           ELSE
               DISPLAY "EX26 - RESTAURADOS " QTDE-GRAVADOS
                   " REGISTROS DA GERACAO " WS-NOME-GER "."
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-LOG - ACRESCENTA EM CADATU-LOG A LINHA DE TOTAIS DA
      *  RESTAURACAO, NO LAYOUT DO EX02, COM A DATA DA GERACAO
      *  RESTAURADA. E POR ESSA LINHA QUE O EX11 E O EX15 VOLTAM A
      *  CONFIAR NO MESTRE.
      *----------------------------------------------------------
       GRAVA-LOG.
           OPEN EXTEND CADATU-LOG.
           IF WS-STATUS-LOG EQUAL "35"
               OPEN OUTPUT CADATU-LOG
           END-IF.
           MOVE QTDE-LIDOS TO LOG-LIDOS.
           MOVE QTDE-GRAVADOS TO LOG-GRAVADOS.
           MOVE ZEROS TO LOG-REJEITADOS.
           MOVE ZEROS TO LOG-PULADOS.
           MOVE WS-DATA-ALVO TO LOG-DATA.
           MOVE "NAO" TO LOG-RESTART.
           IF SW-ERRO-GRAVA EQUAL "SIM"
               MOVE "ERR" TO LOG-IDX-STATUS
           ELSE
               MOVE "OK " TO LOG-IDX-STATUS
           END-IF.
           MOVE "OK " TO LOG-CKP-STATUS.
           WRITE REG-LOG.
           CLOSE CADATU-LOG.

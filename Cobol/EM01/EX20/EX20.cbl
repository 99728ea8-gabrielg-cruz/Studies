       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX20.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  DESCARGA DO CADASTRO INDEXADO. LE CADATU-IDX EM
      *         ORDEM ASCENDENTE DE NUM-IDX E REGRAVA CADATU.DAT
      *         INTEIRO, PARA QUE AS MANUTENCOES APLICADAS DIRETO
      *         NO INDICE (CADMOV VIA EX08 E ATUALIZACAO ONLINE VIA
      *         EX09) CHEGUEM AOS PROGRAMAS QUE RELATAM A PARTIR DO
      *         SEQUENCIAL (EX03, EX07, EX13, EX15, EX16) SEM UMA
      *         RECARGA COMPLETA DO EX02. A ORDEM ASCENDENTE DA
      *         CHAVE PRESERVA O QUE O CADATU-ORD E O CASAMENTO DO
      *         EX16 ESPERAM DO ARQUIVO.
      *
      *         AO TERMINO, ACRESCENTA EM CADATU-LOG UMA LINHA DE
      *         TOTAIS NO MESMO LAYOUT DO EX02 (LIDOS, GRAVADOS,
      *         REJEITADOS E PULADOS SEMPRE ZERADOS, DATA DE
      *         PROCESSAMENTO E STATUS), PARA QUE A CONCILIACAO DO
      *         EX11 E A REMESSA DO EX15 CONFIRAM CONTRA A ULTIMA
      *         GRAVACAO DO MESTRE, SEJA ELA DO EX02 OU DESTA
      *         DESCARGA.
      *
      *         CADATU-IDX INDISPONIVEL RECUSA A DESCARGA SEM ABRIR
      *         CADATU.DAT - O MESTRE SEQUENCIAL ANTERIOR FICA
      *         INTACTO EM VEZ DE SER TRUNCADO.
      *
      *         RODA COMO PASSO DO ORQUESTRADOR EX12, DEPOIS DAS
      *         MANUTENCOES E ANTES DOS RELATORIOS.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A DESCARGA COPIA O REGISTRO
      *                   INTEIRO, INATIVOS INCLUSIVE - QUEM FILTRA
      *                   SAO OS RELATORIOS.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADATU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SAI.
           SELECT CADATU-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD CADATU-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-LOG.DAT".
           01 REG-LOG.
           02 FILLER          PIC X(20) VALUE
              "EX20 - LIDOS: ".
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

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SAI     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-IDX-OK         PIC X(03) VALUE "NAO".
       77 SW-SAI-ABERTO     PIC X(03) VALUE "NAO".
       77 SW-ERRO-SAI       PIC X(03) VALUE "NAO".
       77 QTDE-LIDOS        PIC 9(07) VALUE ZEROS.
       77 QTDE-GRAVADOS     PIC 9(07) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       PGM-EX20.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           GOBACK.

      *----------------------------------------------------------
      *  INICIO - ABRE O INDICE ANTES DO SEQUENCIAL: COM O INDICE
      *  INDISPONIVEL O CADATU.DAT ANTERIOR NAO E TOCADO, POIS
      *  ABRIR A SAIDA O TRUNCARIA SEM TER DE ONDE REGRAVAR.
      *----------------------------------------------------------
       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           OPEN INPUT CADATU-IDX.
           IF WS-STATUS-IDX NOT EQUAL "00"
               DISPLAY "EX20 - CADATU-IDX INDISPONIVEL. DESCARGA "
                       "NAO EXECUTADA. STATUS: " WS-STATUS-IDX
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-IDX-OK
               OPEN OUTPUT CADATU
               IF WS-STATUS-SAI NOT EQUAL "00"
                   DISPLAY "EX20 - FALHA NA ABERTURA DE CADATU. "
                           "STATUS: " WS-STATUS-SAI
                   MOVE "SIM" TO SW-ERRO-SAI
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   MOVE "SIM" TO SW-SAI-ABERTO
                   PERFORM LEITURA
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE A LINHA DE LOG DA DESCARGA
      *  CARREGUE A MESMA DATA DO RESTO DO CICLO. CARTAO AUSENTE
      *  OU INVALIDO CAI NA DATA DO SISTEMA.
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
                   DISPLAY "EX20 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ CADATU-IDX AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-IDX EQUAL "00"
                   ADD 1 TO QTDE-LIDOS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

       PRINCIPAL.
           MOVE REG-SAI-IDX TO REG-SAI.
           WRITE REG-SAI.
           IF WS-STATUS-SAI EQUAL "00"
               ADD 1 TO QTDE-GRAVADOS
           ELSE
               MOVE "SIM" TO SW-ERRO-SAI
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           PERFORM LEITURA.

       TERMINO.
           IF SW-IDX-OK EQUAL "SIM"
               CLOSE CADATU-IDX
               IF SW-SAI-ABERTO EQUAL "SIM"
                   CLOSE CADATU
               END-IF
               PERFORM GRAVA-LOG
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-LOG - ACRESCENTA EM CADATU-LOG A LINHA DE TOTAIS DA
      *  DESCARGA, NO MESMO LAYOUT DO EX02 (REJEITADOS E PULADOS
      *  NAO EXISTEM AQUI E SAEM ZERADOS; RETOMADO E CKP IDEM).
      *  GRAVACAO DO SEQUENCIAL COM ERRO SAI COM IDX: ERR PARA O
      *  EX11 E O EX15 RECUSAREM A RODADA.
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
           MOVE WS-DATA-SISTEMA TO LOG-DATA.
           MOVE "NAO" TO LOG-RESTART.
           IF SW-ERRO-SAI EQUAL "SIM"
               MOVE "ERR" TO LOG-IDX-STATUS
           ELSE
               MOVE "OK " TO LOG-IDX-STATUS
           END-IF.
           MOVE "OK " TO LOG-CKP-STATUS.
           WRITE REG-LOG.
           CLOSE CADATU-LOG.

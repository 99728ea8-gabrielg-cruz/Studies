       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX27.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  VARREDURA DE RETENCAO DAS GERACOES DATADAS DO
      *         CADATU. LE O PRAZO EM DIAS DO CARTAO EX27-PAR,
      *         CALCULA A DATA DE CORTE (DATA DE PROCESSAMENTO
      *         MENOS O PRAZO) E PERCORRE O CATALOGO DE GERACOES
      *         CADATU-CAT.DAT (ANOTADO PELO EX16): GERACAO COM
      *         DATA ATE O CORTE E REMOVIDA DO DISCO E SAI DO
      *         CATALOGO; AS DEMAIS SAO REGRAVADAS.
      *
      *         A GERACAO APONTADA POR CADATU-GER.DAT NUNCA E
      *         REMOVIDA, MESMO ALEM DO CORTE - E A REFERENCIA DA
      *         PROXIMA COMPARACAO DO EX16 E DA RESTAURACAO MAIS
      *         RECENTE POSSIVEL.
      *
      *         O CATALOGO E COPIADO PARA UM ARQUIVO DE TRABALHO
      *         ANTES DA REGRAVACAO, POIS E LIDO E REESCRITO NA
      *         MESMA RODADA. REMOCAO DE ARQUIVO E FEITA PELA
      *         ROTINA CBL_DELETE_FILE; FALHA NA REMOCAO MANTEM A
      *         GERACAO NO CATALOGO PARA NOVA TENTATIVA.
      *
      *         EMITE EM EX27-REL UMA LINHA POR GERACAO REMOVIDA E
      *         OS TOTAIS DE CONTROLE. CARTAO AUSENTE OU PRAZO
      *         ZERADO RECUSA A VARREDURA.
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
           SELECT EX27-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT CADATU-CTL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CTL.
           SELECT CADATU-CAT ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CAT.
           SELECT CAT-WRK ASSIGN TO "CADCAT.WRK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-WRK.
           SELECT EX27-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD EX27-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX27-PAR.DAT".
           01 REG-PAR.
           02 PAR-DIAS-X      PIC X(03).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD CADATU-CTL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-GER.DAT".
           01 REG-CTL.
           02 CTL-GERACAO     PIC X(20).

           FD CADATU-CAT LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-CAT.DAT".
           01 REG-CAT.
           02 CAT-GERACAO     PIC X(20).
           02 CAT-DATA        PIC 9(08).

           FD CAT-WRK LABEL RECORD ARE STANDARD.
           01 REG-WRK.
           02 WRK-GERACAO     PIC X(20).
           02 WRK-DATA        PIC 9(08).

           FD EX27-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX27-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-PARAM-OK       PIC X(03) VALUE "NAO".
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-ERRO-CAT       PIC X(03) VALUE "NAO".
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-WRK     PIC X(02) VALUE SPACES.
       77 WS-DIAS-RETENCAO  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-RECUADOS  PIC 9(03) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-RESTO          PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE      PIC 9(04) VALUE ZEROS.
       77 WS-GER-CORRENTE   PIC X(20) VALUE SPACES.
       77 QTDE-CATALOGADAS  PIC 9(07) VALUE ZEROS.
       77 QTDE-REMOVIDAS    PIC 9(07) VALUE ZEROS.
       77 QTDE-MANTIDAS     PIC 9(07) VALUE ZEROS.
       77 QTDE-FALHAS       PIC 9(07) VALUE ZEROS.

       01 WS-DATA-CORTE.
           02 CORTE-ANO       PIC 9(04).
           02 CORTE-MES       PIC 9(02).
           02 CORTE-DIA       PIC 9(02).
       01 WS-DATA-CORTE-N REDEFINES WS-DATA-CORTE
                            PIC 9(08).

       01 TAB-DIAS-MES.
           02 FILLER          PIC X(24) VALUE
              "312831303130313130313031".
       01 TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           02 DIAS-DO-MES     PIC 9(02) OCCURS 12 TIMES.

       01 LINHA-CORTE.
           02 FILLER          PIC X(26) VALUE
              "GERACOES COM DATA ATE     ".
           02 LC-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LC-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LC-ANO          PIC 9999.
           02 FILLER          PIC X(12) VALUE " (RETENCAO: ".
           02 LC-DIAS         PIC ZZ9.
           02 FILLER          PIC X(06) VALUE " DIAS)".

       01 LINHA-GERACAO.
           02 LG-ROTULO       PIC X(12).
           02 LG-GERACAO      PIC X(20).
           02 FILLER          PIC X(08) VALUE "  DATA: ".
           02 LG-DATA         PIC 9(08).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(32).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX27.
           PERFORM INICIO.
           IF SW-PARAM-OK EQUAL "SIM"
               PERFORM COPIA-CATALOGO
               IF SW-ERRO-CAT NOT EQUAL "SIM"
                   PERFORM VARRE-CATALOGO
               END-IF
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - LE E CRITICA O CARTAO DE RETENCAO, CALCULA A
      *  DATA DE CORTE E GUARDA A GERACAO CORRENTE APONTADA POR
      *  CADATU-GER.DAT, QUE NUNCA E REMOVIDA.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX27-REL.
           MOVE "RETENCAO DE GERACOES - CADATU-CAT" TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT EX27-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX27-PAR
                   NOT AT END
                       IF PAR-DIAS-X IS NUMERIC
                           MOVE PAR-DIAS-X TO WS-DIAS-RETENCAO
                       END-IF
               END-READ
               CLOSE EX27-PAR
           END-IF.
           IF WS-DIAS-RETENCAO EQUAL ZEROS
               MOVE "CARTAO EX27-PAR AUSENTE OU PRAZO ZERADO - "
                   TO REG-REL
               WRITE REG-REL
               MOVE "NENHUMA GERACAO REMOVIDA." TO REG-REL
               WRITE REG-REL
               DISPLAY "EX27 - CARTAO DE RETENCAO AUSENTE OU "
                       "ZERADO. VARREDURA NAO EXECUTADA."
           ELSE
               PERFORM OBTEM-DATA-PROCESSO
               PERFORM CALCULA-DATA-CORTE
               PERFORM GUARDA-GER-CORRENTE
               PERFORM IMPRIME-CORTE
               MOVE "SIM" TO SW-PARAM-OK
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE O CORTE DA VARREDURA ACOMPANHE
      *  O CICLO. CARTAO AUSENTE OU INVALIDO CAI NA DATA DO
      *  SISTEMA.
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
                   DISPLAY "EX27 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

      *----------------------------------------------------------
      *  CALCULA-DATA-CORTE - RECUA A DATA DE PROCESSAMENTO, DIA
      *  A DIA, PELO PRAZO DE RETENCAO, RESPEITANDO A VIRADA DE
      *  MES E DE ANO E O ANO BISSEXTO.
      *----------------------------------------------------------
       CALCULA-DATA-CORTE.
           MOVE WS-DATA-SISTEMA TO WS-DATA-CORTE-N.
           MOVE ZEROS TO WS-DIAS-RECUADOS.
           PERFORM RECUA-UM-DIA
               UNTIL WS-DIAS-RECUADOS EQUAL WS-DIAS-RETENCAO.

       RECUA-UM-DIA.
           IF CORTE-DIA GREATER THAN 1
               SUBTRACT 1 FROM CORTE-DIA
           ELSE
               IF CORTE-MES EQUAL 1
                   MOVE 12 TO CORTE-MES
                   SUBTRACT 1 FROM CORTE-ANO
               ELSE
                   SUBTRACT 1 FROM CORTE-MES
               END-IF
               MOVE DIAS-DO-MES (CORTE-MES) TO CORTE-DIA
               IF CORTE-MES EQUAL 2
                   PERFORM AJUSTA-BISSEXTO
               END-IF
           END-IF.
           ADD 1 TO WS-DIAS-RECUADOS.

      *----------------------------------------------------------
      *  AJUSTA-BISSEXTO - FEVEREIRO TEM 29 DIAS QUANDO O ANO E
      *  DIVISIVEL POR 4, SALVO OS SECULOS NAO DIVISIVEIS POR 400.
      *----------------------------------------------------------
       AJUSTA-BISSEXTO.
           DIVIDE CORTE-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO EQUAL ZEROS
               DIVIDE CORTE-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO NOT EQUAL ZEROS
                   MOVE 29 TO CORTE-DIA
               ELSE
                   DIVIDE CORTE-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO EQUAL ZEROS
                       MOVE 29 TO CORTE-DIA
                   END-IF
               END-IF
           END-IF.

       GUARDA-GER-CORRENTE.
           OPEN INPUT CADATU-CTL.
           IF WS-STATUS-CTL EQUAL "00"
               READ CADATU-CTL
                   NOT AT END MOVE CTL-GERACAO TO WS-GER-CORRENTE
               END-READ
               CLOSE CADATU-CTL
           END-IF.

       IMPRIME-CORTE.
           MOVE CORTE-DIA TO LC-DIA.
           MOVE CORTE-MES TO LC-MES.
           MOVE CORTE-ANO TO LC-ANO.
           MOVE WS-DIAS-RETENCAO TO LC-DIAS.
           MOVE LINHA-CORTE TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  COPIA-CATALOGO - COPIA O CATALOGO PARA O ARQUIVO DE
      *  TRABALHO, POIS ELE SERA REGRAVADO NA SEQUENCIA. CATALOGO
      *  AUSENTE ENCERRA SEM REMOVER NADA.
      *----------------------------------------------------------
       COPIA-CATALOGO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADATU-CAT.
           IF WS-STATUS-CAT NOT EQUAL "00"
               MOVE "SEM CATALOGO DE GERACOES - NADA A VARRER."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO SW-ERRO-CAT
           ELSE
               OPEN OUTPUT CAT-WRK
               PERFORM LE-CATALOGO
               PERFORM COPIA-ENTRADA UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU-CAT CAT-WRK
           END-IF.

       LE-CATALOGO.
           READ CADATU-CAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-CAT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       COPIA-ENTRADA.
           MOVE REG-CAT TO REG-WRK.
           WRITE REG-WRK.
           ADD 1 TO QTDE-CATALOGADAS.
           PERFORM LE-CATALOGO.

      *----------------------------------------------------------
      *  VARRE-CATALOGO - RELE A COPIA DE TRABALHO E REGRAVA O
      *  CATALOGO: GERACAO DENTRO DA RETENCAO, OU A CORRENTE, E
      *  MANTIDA; ALEM DO CORTE E REMOVIDA DO DISCO E SO SAI DO
      *  CATALOGO COM A REMOCAO CONFIRMADA.
      *----------------------------------------------------------
       VARRE-CATALOGO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CAT-WRK.
           OPEN OUTPUT CADATU-CAT.
           PERFORM LE-TRABALHO.
           PERFORM TRATA-GERACAO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CAT-WRK CADATU-CAT.

       LE-TRABALHO.
           READ CAT-WRK AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-WRK NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       TRATA-GERACAO.
           IF WRK-DATA GREATER THAN WS-DATA-CORTE-N OR
              WRK-GERACAO EQUAL WS-GER-CORRENTE
               PERFORM MANTEM-GERACAO
           ELSE
               PERFORM REMOVE-GERACAO
           END-IF.
           PERFORM LE-TRABALHO.

       MANTEM-GERACAO.
           ADD 1 TO QTDE-MANTIDAS.
           MOVE REG-WRK TO REG-CAT.
           WRITE REG-CAT.

       REMOVE-GERACAO.
           CALL "CBL_DELETE_FILE" USING WRK-GERACAO.
           IF RETURN-CODE EQUAL ZEROS
               ADD 1 TO QTDE-REMOVIDAS
               MOVE "REMOVIDA -  " TO LG-ROTULO
               MOVE WRK-GERACAO TO LG-GERACAO
               MOVE WRK-DATA TO LG-DATA
               MOVE LINHA-GERACAO TO REG-REL
               WRITE REG-REL
           ELSE
               ADD 1 TO QTDE-FALHAS
               MOVE "NAO REMOVIDA" TO LG-ROTULO
               MOVE WRK-GERACAO TO LG-GERACAO
               MOVE WRK-DATA TO LG-DATA
               MOVE LINHA-GERACAO TO REG-REL
               WRITE REG-REL
               MOVE REG-WRK TO REG-CAT
               WRITE REG-CAT
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

       TERMINO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "GERACOES NO CATALOGO:           " TO LT-ROTULO.
           MOVE QTDE-CATALOGADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "REMOVIDAS:                      " TO LT-ROTULO.
           MOVE QTDE-REMOVIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "MANTIDAS:                       " TO LT-ROTULO.
           MOVE QTDE-MANTIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "FALHAS DE REMOCAO:              " TO LT-ROTULO.
           MOVE QTDE-FALHAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE EX27-REL.

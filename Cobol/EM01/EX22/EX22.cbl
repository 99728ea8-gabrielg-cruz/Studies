       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX22.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  EXPURGO DOS REGISTROS INATIVOS DO CADASTRO. LE O
      *         PRAZO DE RETENCAO EM DIAS DO CARTAO EX22-PAR,
      *         CALCULA A DATA DE CORTE (DATA DE PROCESSAMENTO
      *         MENOS O PRAZO) E VARRE CADATU-IDX: REGISTRO
      *         INATIVO COM DATA DE INATIVACAO ATE A DATA DE CORTE
      *         E REMOVIDO FISICAMENTE; ATIVOS E INATIVOS DENTRO
      *         DA RETENCAO FICAM.
      *
      *         EMITE EM EX22-REL O RELATORIO DE AUDITORIA DO
      *         EXPURGO: A DATA DE CORTE USADA, UMA LINHA POR
      *         REGISTRO REMOVIDO (NUMERO, NOME E DATA DE
      *         INATIVACAO) E OS TOTAIS DE CONTROLE.
      *
      *         MATRICULA QUE AINDA RESTE EM CADMAT-IDX PARA O
      *         REGISTRO REMOVIDO (INATIVADO ANTES DE O EX08
      *         CANCELAR MATRICULAS) E CANCELADA JUNTO, COM A VAGA
      *         DEVOLVIDA A TURMA EM CADTUR-IDX E UMA LINHA NO
      *         RELATORIO LOGO ABAIXO DA REMOCAO - O EXPURGO NAO
      *         DEIXA MAIS MATRICULA ORFA PARA O EX19 APONTAR.
      *
      *         CARTAO AUSENTE OU PRAZO ZERADO RECUSA O EXPURGO -
      *         SEM RETENCAO CONFIGURADA NADA E REMOVIDO.
      *
      *         APOS O EXPURGO, RODAR O EX20 PARA O CADATU.DAT
      *         SEQUENCIAL REFLETIR AS REMOCOES.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  15/10/2026 GGC   REMOCAO PASSA A CANCELAR AS MATRICULAS
      *                   RESTANTES DO REGISTRO EM CADMAT-IDX (CHAVE
      *                   ALTERNATIVA NUM-MAT) E DEVOLVER AS VAGAS
      *                   EM CADTUR-IDX, RELATANDO EM EX22-REL.
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
           SELECT EX22-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX22-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD EX22-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX22-PAR.DAT".
           01 REG-PAR.
           02 PAR-DIAS-X      PIC X(03).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX22-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX22-REL.DAT".
           01 REG-REL              PIC X(80).

           FD CADTUR-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTUR-IDX.DAT".
           01 REG-TUR.
           COPY CADTUR REPLACING ==:TAG:== BY ==TUR==.

           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-PARAM-OK       PIC X(03) VALUE "NAO".
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-DIAS-RETENCAO  PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-RECUADOS  PIC 9(03) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-RESTO          PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE      PIC 9(04) VALUE ZEROS.
       77 QTDE-LIDOS        PIC 9(07) VALUE ZEROS.
       77 QTDE-EXPURGADOS   PIC 9(07) VALUE ZEROS.
       77 QTDE-MANTIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 SW-MATRICULAS-OK  PIC X(03) VALUE "NAO".
       77 SW-FIM-MATRICULAS PIC X(03) VALUE "NAO".
       77 QTDE-CANCELADAS   PIC 9(07) VALUE ZEROS.

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
              "INATIVOS COM DATA ATE     ".
           02 LC-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LC-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LC-ANO          PIC 9999.
           02 FILLER          PIC X(12) VALUE " (RETENCAO: ".
           02 LC-DIAS         PIC ZZ9.
           02 FILLER          PIC X(06) VALUE " DIAS)".

       01 LINHA-EXPURGO.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LE-NUM          PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LE-NOME         PIC X(20).
           02 FILLER          PIC X(17) VALUE "  INATIVO DESDE: ".
           02 LE-DATA         PIC 9(08).

       01 LINHA-CANCELAMENTO.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(29) VALUE
              "MATRICULA CANCELADA - TURMA: ".
           02 LC-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LC-RESULTADO    PIC X(30).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(32).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX22.
           PERFORM INICIO.
           IF SW-PARAM-OK EQUAL "SIM"
               PERFORM EXPURGA UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU-IDX
           END-IF.
           IF SW-MATRICULAS-OK EQUAL "SIM"
               CLOSE CADMAT-IDX CADTUR-IDX
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - LE E CRITICA O CARTAO DE RETENCAO, CALCULA A
      *  DATA DE CORTE E ABRE O CADASTRO. SEM CARTAO VALIDO, OU
      *  COM O CADASTRO INDISPONIVEL, NADA E REMOVIDO.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX22-REL.
           MOVE "EXPURGO DE INATIVOS - CADATU-IDX" TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT EX22-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX22-PAR
                   NOT AT END
                       IF PAR-DIAS-X IS NUMERIC
                           MOVE PAR-DIAS-X TO WS-DIAS-RETENCAO
                       END-IF
               END-READ
               CLOSE EX22-PAR
           END-IF.
           IF WS-DIAS-RETENCAO EQUAL ZEROS
               MOVE "CARTAO EX22-PAR AUSENTE OU PRAZO ZERADO - "
                   TO REG-REL
               WRITE REG-REL
               MOVE "NENHUM REGISTRO REMOVIDO." TO REG-REL
               WRITE REG-REL
               DISPLAY "EX22 - CARTAO DE RETENCAO AUSENTE OU "
                       "ZERADO. EXPURGO NAO EXECUTADO."
           ELSE
               PERFORM OBTEM-DATA-PROCESSO
               PERFORM CALCULA-DATA-CORTE
               PERFORM IMPRIME-CORTE
               OPEN I-O CADATU-IDX
               IF WS-STATUS-IDX NOT EQUAL "00"
                   MOVE "CADATU-IDX INDISPONIVEL." TO REG-REL
                   WRITE REG-REL
               ELSE
                   MOVE "SIM" TO SW-PARAM-OK
                   PERFORM ABRE-MATRICULAS
                   PERFORM LEITURA
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  ABRE-MATRICULAS - ABRE AS MATRICULAS E AS TURMAS PARA O
      *  CANCELAMENTO NA REMOCAO. CADMAT-IDX AINDA INEXISTENTE
      *  (STATUS 35) NAO TEM O QUE CANCELAR; QUALQUER OUTRA FALHA
      *  NAO IMPEDE O EXPURGO, MAS FICA AVISADA NO RELATORIO.
      *----------------------------------------------------------
       ABRE-MATRICULAS.
           OPEN I-O CADMAT-IDX.
           IF WS-STATUS-MAT EQUAL "00"
               OPEN I-O CADTUR-IDX
               IF WS-STATUS-TUR EQUAL "00"
                   MOVE "SIM" TO SW-MATRICULAS-OK
               ELSE
                   CLOSE CADMAT-IDX
                   MOVE "99" TO WS-STATUS-MAT
               END-IF
           END-IF.
           IF SW-MATRICULAS-OK NOT EQUAL "SIM" AND
              WS-STATUS-MAT NOT EQUAL "35"
               MOVE "AVISO: MATRICULAS OU TURMAS INDISPONIVEIS."
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE O CORTE DO EXPURGO ACOMPANHE O
      *  CICLO. CARTAO AUSENTE OU INVALIDO CAI NA DATA DO SISTEMA.
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
                   DISPLAY "EX22 - CARTAO DATAPROC INVALIDO - "
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

       IMPRIME-CORTE.
           MOVE CORTE-DIA TO LC-DIA.
           MOVE CORTE-MES TO LC-MES.
           MOVE CORTE-ANO TO LC-ANO.
           MOVE WS-DIAS-RETENCAO TO LC-DIAS.
           MOVE LINHA-CORTE TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

       LEITURA.
           READ CADATU-IDX AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-IDX EQUAL "00"
                   ADD 1 TO QTDE-LIDOS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  EXPURGA - REMOVE O REGISTRO INATIVO ALEM DA RETENCAO E
      *  RELATA CADA REMOCAO. A REMOCAO SO E CONTADA QUANDO O
      *  FILE STATUS CONFIRMA.
      *----------------------------------------------------------
       EXPURGA.
           IF INATIVO-IDX AND
              DATA-INATIVACAO-IDX GREATER THAN ZEROS AND
              DATA-INATIVACAO-IDX NOT GREATER THAN WS-DATA-CORTE-N
               PERFORM REMOVE-REGISTRO
           ELSE
               ADD 1 TO QTDE-MANTIDOS
           END-IF.
           PERFORM LEITURA.

       REMOVE-REGISTRO.
           DELETE CADATU-IDX RECORD.
           IF WS-STATUS-IDX EQUAL "00"
               ADD 1 TO QTDE-EXPURGADOS
               MOVE NUM-IDX TO LE-NUM
               MOVE NOME-IDX TO LE-NOME
               MOVE DATA-INATIVACAO-IDX TO LE-DATA
               MOVE LINHA-EXPURGO TO REG-REL
               WRITE REG-REL
               PERFORM CANCELA-MATRICULAS
           ELSE
               ADD 1 TO QTDE-MANTIDOS
               MOVE "FALHA NA REMOCAO - REGISTRO MANTIDO."
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO WS-STATUS-IDX
           END-IF.

      *----------------------------------------------------------
      *  CANCELA-MATRICULAS - CANCELA UMA A UMA AS MATRICULAS QUE
      *  RESTAREM PARA O NUMERO REMOVIDO. O START PELA CHAVE
      *  ALTERNATIVA E REFEITO A CADA CANCELAMENTO, COMO NO EX08.
      *----------------------------------------------------------
       CANCELA-MATRICULAS.
           IF SW-MATRICULAS-OK EQUAL "SIM"
               MOVE "NAO" TO SW-FIM-MATRICULAS
               PERFORM CANCELA-UMA-MATRICULA
                   UNTIL SW-FIM-MATRICULAS EQUAL "SIM"
           END-IF.

       CANCELA-UMA-MATRICULA.
           MOVE NUM-IDX TO NUM-MAT-MAT.
           START CADMAT-IDX KEY IS EQUAL TO NUM-MAT-MAT
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-MATRICULAS
           END-START.
           IF SW-FIM-MATRICULAS NOT EQUAL "SIM"
               READ CADMAT-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-MATRICULAS
               END-READ
           END-IF.
           IF SW-FIM-MATRICULAS NOT EQUAL "SIM"
               IF NUM-MAT-MAT NOT EQUAL NUM-IDX
                   MOVE "SIM" TO SW-FIM-MATRICULAS
               ELSE
                   PERFORM REMOVE-MATRICULA
               END-IF
           END-IF.

       REMOVE-MATRICULA.
           MOVE TURMA-MAT-MAT TO LC-TURMA.
           DELETE CADMAT-IDX RECORD
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-MATRICULAS
                   MOVE "AVISO: FALHA NO CANCELAMENTO" TO LC-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO QTDE-CANCELADAS
                   PERFORM DEVOLVE-VAGA
           END-DELETE.
           MOVE LINHA-CANCELAMENTO TO REG-REL.
           WRITE REG-REL.

       DEVOLVE-VAGA.
           MOVE TURMA-MAT-MAT TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "AVISO: TURMA NAO ENCONTRADA" TO LC-RESULTADO
               NOT INVALID KEY
                   IF OCUPADAS-TUR GREATER THAN ZEROS
                       SUBTRACT 1 FROM OCUPADAS-TUR
                   END-IF
                   REWRITE REG-TUR
                       INVALID KEY
                           MOVE "AVISO: VAGA NAO DEVOLVIDA"
                               TO LC-RESULTADO
                       NOT INVALID KEY
                           MOVE "VAGA DEVOLVIDA A TURMA"
                               TO LC-RESULTADO
                   END-REWRITE
           END-READ.

       TERMINO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "REGISTROS LIDOS:                " TO LT-ROTULO.
           MOVE QTDE-LIDOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "EXPURGADOS:                     " TO LT-ROTULO.
           MOVE QTDE-EXPURGADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "MANTIDOS:                       " TO LT-ROTULO.
           MOVE QTDE-MANTIDOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "MATRICULAS CANCELADAS:          " TO LT-ROTULO.
           MOVE QTDE-CANCELADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           IF QTDE-EXPURGADOS GREATER THAN ZEROS
               MOVE "RODAR O EX20 PARA ATUALIZAR CADATU.DAT."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE EX22-REL.

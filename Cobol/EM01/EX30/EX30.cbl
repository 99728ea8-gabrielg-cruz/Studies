       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX30.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  RELATORIO MENSAL DE FREQUENCIA POR TURMA. LE O MES
      *         DE REFERENCIA (AAAAMM) E A FREQUENCIA MINIMA EXIGIDA
      *         (EM PERCENTUAL) DO CARTAO EX30-PAR; SEM MES VALIDO
      *         USA O MES DA DATA DE PROCESSAMENTO E SEM MINIMO
      *         VALIDO USA 75%.
      *
      *         LE AS MATRICULAS DE CADMAT-IDX EM ORDEM DA CHAVE
      *         TURMA+NUMERO. A CADA TURMA, AS DATAS DISTINTAS
      *         LANCADAS NO MES EM CADFRE-IDX (EX29) SAO AS AULAS
      *         DADAS. PARA CADA MATRICULADO CONTA AS AULAS DADAS A
      *         PARTIR DA SUA MATRICULA, AS FALTAS (AULA SEM
      *         PRESENCA LANCADA CONTA COMO FALTA) E O PERCENTUAL
      *         DE FREQUENCIA. QUEM FICA ABAIXO DO MINIMO SAI
      *         DESTACADO, PARA O ACOMPANHAMENTO EXIGIDO PELA
      *         SECRETARIA DE EDUCACAO ANTES DO FIM DO PERIODO.
      *
      *         EMITE EM EX30-REL UMA LISTAGEM PAGINADA NO ESTILO
      *         DO EX19, COM SUBTOTAL POR TURMA E TOTAL GERAL.
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
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADFRE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-FRE-FRE
            FILE STATUS IS WS-STATUS-FRE.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT EX30-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX30-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

           FD CADFRE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADFRE-IDX.DAT".
           01 REG-FRE.
           COPY CADFRE REPLACING ==:TAG:== BY ==FRE==.

           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD CADTUR-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTUR-IDX.DAT".
           01 REG-TUR.
           COPY CADTUR REPLACING ==:TAG:== BY ==TUR==.

           FD EX30-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX30-PAR.DAT".
           01 REG-PAR.
           02 PAR-MES-X       PIC X(06).
           02 PAR-MINIMO-X    PIC X(03).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX30-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX30-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-TEM-TURMA      PIC X(03) VALUE "NAO".
       77 SW-TEM-FREQ       PIC X(03) VALUE "NAO".
       77 SW-FIM-AULAS      PIC X(03) VALUE "NAO".
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRE     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-MINIMO         PIC 9(03) VALUE 75.
       77 WS-TURMA-ANTERIOR PIC X(05) VALUE SPACES.
       77 WS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 LIMITE-LINHAS     PIC 9(02) VALUE 20.
       77 WS-IND            PIC 9(02) VALUE ZEROS.
       77 QTDE-AULAS-MES    PIC 9(02) VALUE ZEROS.
       77 WS-AULAS          PIC 9(03) VALUE ZEROS.
       77 WS-PRESENCAS      PIC 9(03) VALUE ZEROS.
       77 WS-FALTAS         PIC 9(03) VALUE ZEROS.
       77 WS-PERCENTUAL     PIC 9(03) VALUE ZEROS.
       77 QTDE-TURMA        PIC 9(07) VALUE ZEROS.
       77 QTDE-ABAIXO-TURMA PIC 9(07) VALUE ZEROS.
       77 QTDE-GERAL        PIC 9(07) VALUE ZEROS.
       77 QTDE-ABAIXO-GERAL PIC 9(07) VALUE ZEROS.

       01 WS-PERIODO.
           02 PER-ANO-MES.
           03 PER-ANO         PIC 9(04).
           03 PER-MES         PIC 9(02).
           02 PER-DIA         PIC 9(02) VALUE 01.

       01 WS-DATA-LIDA.
           02 LIDA-ANO-MES    PIC 9(06).
           02 LIDA-DIA        PIC 9(02).

       01 TAB-AULAS.
           02 AULA-DATA       PIC 9(08) OCCURS 31 TIMES.

       01 LINHA-TITULO.
           02 FILLER          PIC X(15) VALUE "FREQUENCIA DE  ".
           02 LT-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LT-ANO          PIC 9999.
           02 FILLER          PIC X(09) VALUE " - TURMA ".
           02 LT-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LT-NOME-TURMA   PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(08) VALUE "PAGINA: ".
           02 LT-PAGINA       PIC ZZ9.

       01 LINHA-TURMA.
           02 FILLER          PIC X(07) VALUE "TURNO: ".
           02 LU-TURNO        PIC X(01).
           02 FILLER          PIC X(23) VALUE
              "  AULAS DADAS NO MES: ".
           02 LU-AULAS        PIC Z9.
           02 FILLER          PIC X(23) VALUE
              "  FREQUENCIA MINIMA: ".
           02 LU-MINIMO       PIC ZZ9.
           02 FILLER          PIC X(01) VALUE "%".

       01 LINHA-CABECALHO.
           02 FILLER          PIC X(10) VALUE "NUMERO".
           02 FILLER          PIC X(22) VALUE "NOME".
           02 FILLER          PIC X(07) VALUE "AULAS".
           02 FILLER          PIC X(08) VALUE "FALTAS".
           02 FILLER          PIC X(06) VALUE "FREQ.".

       01 LINHA-DETALHE.
           02 LD-NUM          PIC Z(04)9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LD-NOME         PIC X(20).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LD-AULAS        PIC ZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LD-FALTAS       PIC ZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LD-PERCENTUAL   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE "%".
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-MARCA        PIC X(22).

       01 LINHA-SUBTOTAL.
           02 FILLER          PIC X(15) VALUE "SUBTOTAL TURMA ".
           02 LS-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE ": ".
           02 LS-QTDE         PIC ZZZZZZ9.
           02 FILLER          PIC X(22) VALUE
              "  ABAIXO DO MINIMO:   ".
           02 LS-ABAIXO       PIC ZZZZZZ9.

       01 LINHA-TOTAL.
           02 FILLER          PIC X(22) VALUE
              "TOTAL DE MATRICULADOS:".
           02 LG-QTDE         PIC ZZZZZZ9.
           02 FILLER          PIC X(22) VALUE
              "  ABAIXO DO MINIMO:   ".
           02 LG-ABAIXO       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX30.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - OBTEM O MES DE REFERENCIA E O MINIMO E ABRE OS
      *  ARQUIVOS. SEM FREQUENCIA LANCADA (CADFRE-IDX AUSENTE) O
      *  RELATORIO SAI MESMO ASSIM, COM ZERO AULAS DADAS.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX30-REL.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM LE-PARAMETRO.
           OPEN INPUT CADMAT-IDX.
           OPEN INPUT CADFRE-IDX.
           OPEN INPUT CADATU-IDX.
           OPEN INPUT CADTUR-IDX.
           IF WS-STATUS-FRE EQUAL "00"
               MOVE "SIM" TO SW-TEM-FREQ
           END-IF.
           IF WS-STATUS-MAT NOT EQUAL "00"
               MOVE "SEM ARQUIVO DE MATRICULAS PARA LISTAR."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
           END-IF.

      *----------------------------------------------------------
      *  LE-PARAMETRO - MES AAAAMM E MINIMO DO CARTAO EX30-PAR.
      *  CAMPO AUSENTE OU INVALIDO FICA COM O PADRAO (MES DA DATA
      *  DE PROCESSAMENTO, MINIMO DE 75%).
      *----------------------------------------------------------
       LE-PARAMETRO.
           MOVE WS-DATA-SISTEMA(1:6) TO PER-ANO-MES.
           OPEN INPUT EX30-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX30-PAR
                   NOT AT END
                       IF PAR-MES-X IS NUMERIC AND
                          PAR-MES-X(5:2) GREATER THAN "00" AND
                          PAR-MES-X(5:2) LESS THAN "13"
                           MOVE PAR-MES-X TO PER-ANO-MES
                       END-IF
                       IF PAR-MINIMO-X IS NUMERIC AND
                          PAR-MINIMO-X NOT GREATER THAN "100"
                           MOVE PAR-MINIMO-X TO WS-MINIMO
                       END-IF
               END-READ
               CLOSE EX30-PAR
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, QUE DA O MES PADRAO DO RELATORIO.
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
                   DISPLAY "EX30 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ CADMAT-IDX AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-MAT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - QUEBRA DE CONTROLE POR TURMA: TURMA NOVA
      *  FECHA O SUBTOTAL DA ANTERIOR, CARREGA AS AULAS DADAS NO
      *  MES E ABRE PAGINA NOVA COM O CABECALHO DA TURMA.
      *----------------------------------------------------------
       PRINCIPAL.
           IF TURMA-MAT-MAT NOT EQUAL WS-TURMA-ANTERIOR
               IF SW-TEM-TURMA EQUAL "SIM"
                   PERFORM IMPRIME-SUBTOTAL
               END-IF
               MOVE TURMA-MAT-MAT TO WS-TURMA-ANTERIOR
               MOVE "SIM" TO SW-TEM-TURMA
               PERFORM BUSCA-TURMA
               PERFORM CARREGA-AULAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA.

       BUSCA-TURMA.
           MOVE TURMA-MAT-MAT TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "*** TURMA NAO CADASTRADA" TO NOME-TURMA-TUR
                   MOVE SPACES TO TURNO-TUR
           END-READ.

      *----------------------------------------------------------
      *  CARREGA-AULAS - GUARDA EM TAB-AULAS AS DATAS DISTINTAS
      *  LANCADAS PARA A TURMA NO MES. A CHAVE TURMA+DATA+NUMERO
      *  JA ENTREGA OS LANCAMENTOS EM ORDEM DE DATA: BASTA COMPARAR
      *  COM A ULTIMA DATA GUARDADA.
      *----------------------------------------------------------
       CARREGA-AULAS.
           MOVE ZEROS TO QTDE-AULAS-MES.
           MOVE "NAO" TO SW-FIM-AULAS.
           IF SW-TEM-FREQ NOT EQUAL "SIM"
               MOVE "SIM" TO SW-FIM-AULAS
           ELSE
               MOVE TURMA-MAT-MAT TO TURMA-FRE-FRE
               MOVE WS-PERIODO TO DATA-AULA-FRE-FRE
               MOVE ZEROS TO NUM-FRE-FRE
               START CADFRE-IDX KEY IS NOT LESS THAN CHAVE-FRE-FRE
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-AULAS
               END-START
           END-IF.
           PERFORM LE-AULA UNTIL SW-FIM-AULAS EQUAL "SIM".

       LE-AULA.
           READ CADFRE-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-AULAS
           END-READ.
           IF SW-FIM-AULAS NOT EQUAL "SIM"
               MOVE DATA-AULA-FRE-FRE TO WS-DATA-LIDA
               IF TURMA-FRE-FRE NOT EQUAL TURMA-MAT-MAT OR
                  LIDA-ANO-MES NOT EQUAL PER-ANO-MES
                   MOVE "SIM" TO SW-FIM-AULAS
               ELSE
                   PERFORM GUARDA-AULA
               END-IF
           END-IF.

       GUARDA-AULA.
           IF QTDE-AULAS-MES EQUAL ZEROS
               ADD 1 TO QTDE-AULAS-MES
               MOVE DATA-AULA-FRE-FRE TO AULA-DATA (QTDE-AULAS-MES)
           ELSE
               IF DATA-AULA-FRE-FRE NOT EQUAL
                  AULA-DATA (QTDE-AULAS-MES) AND
                  QTDE-AULAS-MES LESS THAN 31
                   ADD 1 TO QTDE-AULAS-MES
                   MOVE DATA-AULA-FRE-FRE
                       TO AULA-DATA (QTDE-AULAS-MES)
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-CABECALHO - EMITE TITULO DA TURMA, NUMERO DE
      *  PAGINA, AULAS DADAS E CABECALHO DE COLUNAS. CHAMADO NA
      *  QUEBRA DE TURMA E A CADA QUEBRA DE PAGINA.
      *----------------------------------------------------------
       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.
           MOVE PER-MES TO LT-MES.
           MOVE PER-ANO TO LT-ANO.
           MOVE WS-TURMA-ANTERIOR TO LT-TURMA.
           MOVE NOME-TURMA-TUR TO LT-NOME-TURMA.
           MOVE WS-PAGINA TO LT-PAGINA.
           MOVE LINHA-TITULO TO REG-REL.
           WRITE REG-REL.
           MOVE TURNO-TUR TO LU-TURNO.
           MOVE QTDE-AULAS-MES TO LU-AULAS.
           MOVE WS-MINIMO TO LU-MINIMO.
           MOVE LINHA-TURMA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE LINHA-CABECALHO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  IMPRIME-DETALHE - CONTA AS AULAS E AS PRESENCAS DO
      *  MATRICULADO E EMITE A LINHA, DESTACANDO QUEM FICOU ABAIXO
      *  DO MINIMO. SEM AULA DADA DESDE A MATRICULA NAO HA
      *  PERCENTUAL A COBRAR.
      *----------------------------------------------------------
       IMPRIME-DETALHE.
           IF WS-LINHA GREATER THAN OR EQUAL TO LIMITE-LINHAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE ZEROS TO WS-AULAS WS-PRESENCAS WS-PERCENTUAL.
           MOVE ZEROS TO WS-IND.
           PERFORM CONTA-AULA UNTIL WS-IND EQUAL QTDE-AULAS-MES.
           COMPUTE WS-FALTAS = WS-AULAS - WS-PRESENCAS.
           MOVE NUM-MAT-MAT TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO" TO NOME-IDX
           END-READ.
           IF WS-AULAS EQUAL ZEROS
               MOVE "SEM AULA NO MES" TO LD-MARCA
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-PRESENCAS * 100 / WS-AULAS
               IF WS-PERCENTUAL LESS THAN WS-MINIMO
                   MOVE "*** ABAIXO DO MINIMO" TO LD-MARCA
                   ADD 1 TO QTDE-ABAIXO-TURMA
                   ADD 1 TO QTDE-ABAIXO-GERAL
               ELSE
                   MOVE SPACES TO LD-MARCA
               END-IF
           END-IF.
           MOVE NUM-MAT-MAT TO LD-NUM.
           MOVE NOME-IDX TO LD-NOME.
           MOVE WS-AULAS TO LD-AULAS.
           MOVE WS-FALTAS TO LD-FALTAS.
           MOVE WS-PERCENTUAL TO LD-PERCENTUAL.
           MOVE LINHA-DETALHE TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.
           ADD 1 TO QTDE-TURMA.
           ADD 1 TO QTDE-GERAL.

      *----------------------------------------------------------
      *  CONTA-AULA - AULA DADA A PARTIR DA MATRICULA CONTA PARA
      *  A PESSOA; SO O LANCAMENTO "P" CONTA COMO PRESENCA.
      *----------------------------------------------------------
       CONTA-AULA.
           ADD 1 TO WS-IND.
           IF AULA-DATA (WS-IND) NOT LESS THAN DATA-MATRICULA-MAT
               ADD 1 TO WS-AULAS
               MOVE TURMA-MAT-MAT TO TURMA-FRE-FRE
               MOVE AULA-DATA (WS-IND) TO DATA-AULA-FRE-FRE
               MOVE NUM-MAT-MAT TO NUM-FRE-FRE
               READ CADFRE-IDX
                   NOT INVALID KEY
                       IF PRESENTE-FRE
                           ADD 1 TO WS-PRESENCAS
                       END-IF
               END-READ
           END-IF.

       IMPRIME-SUBTOTAL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-TURMA-ANTERIOR TO LS-TURMA.
           MOVE QTDE-TURMA TO LS-QTDE.
           MOVE QTDE-ABAIXO-TURMA TO LS-ABAIXO.
           MOVE LINHA-SUBTOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE ZEROS TO QTDE-TURMA.
           MOVE ZEROS TO QTDE-ABAIXO-TURMA.

       TERMINO.
           IF SW-TEM-TURMA EQUAL "SIM"
               PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE QTDE-GERAL TO LG-QTDE.
           MOVE QTDE-ABAIXO-GERAL TO LG-ABAIXO.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE CADMAT-IDX CADFRE-IDX CADATU-IDX CADTUR-IDX
               EX30-REL.

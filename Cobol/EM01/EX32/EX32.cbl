       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX32.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  FECHAMENTO DE PERIODO LETIVO. LE DO CARTAO EX32-PAR
      *         O CODIGO DO PERIODO (COLUNAS 1-6, OBRIGATORIO, EX:
      *         2026S2) E A FREQUENCIA MINIMA EXIGIDA EM PERCENTUAL
      *         (COLUNAS 7-9; SEM MINIMO VALIDO USA 75%, COMO O
      *         EX30).
      *
      *         PARA CADA MATRICULA DE CADMAT-IDX, EM ORDEM DE
      *         TURMA+NUMERO:
      *           - APURA A FREQUENCIA DO PERIODO EM CADFRE-IDX: AS
      *             DATAS DISTINTAS LANCADAS PARA A TURMA A PARTIR DA
      *             MATRICULA SAO AS AULAS DADAS E SO O LANCAMENTO
      *             "P" CONTA COMO PRESENCA, COMO NO EX30;
      *           - GRAVA A MATRICULA NO HISTORICO PERMANENTE
      *             CADHIS-IDX (COPY CADHIS) COM OS DADOS DA TURMA,
      *             A DATA DO FECHAMENTO (CARTAO DATAPROC) E O
      *             RESULTADO - CONCLUIU, FREQUENCIA INSUFICIENTE OU
      *             SEM AULA LANCADA;
      *           - SO ENTAO EXCLUI A MATRICULA DE CADMAT-IDX.
      *         MATRICULA QUE JA ESTA NO HISTORICO DO PERIODO
      *         (REEXECUCAO APOS INTERRUPCAO) E SO EXCLUIDA; SE O
      *         HISTORICO DA CHAVE TEM OUTRA DATA DE MATRICULA, O
      *         PERIODO DO CARTAO JA FOI FECHADO E A MATRICULA NOVA
      *         E MANTIDA, COM AVISO. SE
      *         NENHUMA MATRICULA FICOU PARA TRAS, AS VAGAS OCUPADAS
      *         DE TODAS AS TURMAS SAO ZERADAS EM CADTUR-IDX PARA O
      *         PERIODO SEGUINTE. FALHA NA LEITURA DE CADMAT-IDX
      *         TAMBEM MANTEM AS VAGAS, POIS PODE TER FICADO
      *         MATRICULA SEM LER.
      *
      *         A LISTA DE ESPERA (CADESP-IDX) E A FREQUENCIA
      *         (CADFRE-IDX) NAO SAO TOCADAS: OS PEDIDOS EM ESPERA
      *         SAO ATENDIDOS PELO EX18 NAS VAGAS DO NOVO PERIODO.
      *
      *         EMITE EM EX32-REL UMA LINHA POR MATRICULA E OS
      *         TOTAIS DE CONTROLE, E EM EX32-CER A LISTAGEM DE
      *         CERTIFICADOS DE CONCLUSAO DO PERIODO, UM BLOCO POR
      *         PESSOA COM AS TURMAS CONCLUIDAS, TIRADA DO HISTORICO
      *         (QUE JA VEM EM ORDEM DE NUMERO).
      *
      *         NAO RODA COM A TRAVA DA CADEIA NOTURNA (COPY CADTRV)
      *         GRAVADA, COMO O EX17 E O EX18.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  15/10/2026 GGC   VERSAO ORIGINAL.
      *  15/10/2026 GGC   FALHA NA LEITURA DE CADMAT-IDX SAI NO
      *                   RELATORIO E NAO ZERA AS VAGAS; SITUACAO
      *                   "JA NO HISTORICO" CABE NA LINHA.
      *  15/10/2026 GGC   CHAVE JA NO HISTORICO SO E REEXECUCAO COM A
      *                   MESMA DATA DE MATRICULA; OUTRA DATA MANTEM
      *                   A MATRICULA (PERIODO JA FECHADO).
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX32-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
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
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT CADHIS-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-HIS-HIS
            FILE STATUS IS WS-STATUS-HIS.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX32-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.
           SELECT EX32-CER ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CER.

       DATA DIVISION.
       FILE SECTION.
           FD EX32-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX32-PAR.DAT".
           01 REG-PAR.
           02 PAR-PERIODO     PIC X(06).
           02 PAR-MINIMO-X    PIC X(03).

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

           FD CADHIS-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADHIS-IDX.DAT".
           01 REG-HIS.
           COPY CADHIS REPLACING ==:TAG:== BY ==HIS==.

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX32-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX32-REL.DAT".
           01 REG-REL              PIC X(80).

           FD EX32-CER LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX32-CER.DAT".
           01 REG-CER              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-REL-OK         PIC X(03) VALUE "NAO".
       77 SW-PARAM-OK       PIC X(03) VALUE "NAO".
       77 SW-ARQUIVOS-OK    PIC X(03) VALUE "NAO".
       77 SW-TEM-FREQ       PIC X(03) VALUE "NAO".
       77 SW-FIM-FREQ       PIC X(03) VALUE "NAO".
       77 SW-FIM-TURMAS     PIC X(03) VALUE "NAO".
       77 SW-FIM-HIST       PIC X(03) VALUE "NAO".
       77 SW-NO-HISTORICO   PIC X(03) VALUE "NAO".
       77 SW-CERT-ABERTO    PIC X(03) VALUE "NAO".
       77 SW-CADEIA-ATIVA   PIC X(03) VALUE "NAO".
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-ERRO-LEITURA   PIC X(03) VALUE "NAO".
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRE     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-HIS     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CER     PIC X(02) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO        PIC X(06) VALUE SPACES.
       77 WS-MINIMO         PIC 9(03) VALUE 75.
       77 WS-TURMA-ANTERIOR PIC X(05) VALUE SPACES.
       77 WS-DATA-AULA-ANT  PIC 9(08) VALUE ZEROS.
       77 WS-NUM-ANTERIOR   PIC 9(05) VALUE ZEROS.
       77 WS-AULAS          PIC 9(03) VALUE ZEROS.
       77 WS-PRESENCAS      PIC 9(03) VALUE ZEROS.
       77 WS-FALTAS         PIC 9(03) VALUE ZEROS.
       77 WS-PERCENTUAL     PIC 9(03) VALUE ZEROS.
       77 WS-RESULTADO      PIC X(01) VALUE SPACES.
       77 QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 QTDE-ARQUIVADAS   PIC 9(07) VALUE ZEROS.
       77 QTDE-JA-ARQUIV    PIC 9(07) VALUE ZEROS.
       77 QTDE-MANTIDAS     PIC 9(07) VALUE ZEROS.
       77 QTDE-CONCLUSOES   PIC 9(07) VALUE ZEROS.
       77 QTDE-INSUFICIENTE PIC 9(07) VALUE ZEROS.
       77 QTDE-SEM-AULA     PIC 9(07) VALUE ZEROS.
       77 QTDE-TURMAS-ZERAD PIC 9(07) VALUE ZEROS.
       77 QTDE-CERTIFICADOS PIC 9(07) VALUE ZEROS.

       01 WS-NOME-TURMA.
           02 NT-NOME         PIC X(20) VALUE SPACES.
           02 NT-TURNO        PIC X(01) VALUE SPACES.

       01 LINHA-PERIODO.
           02 FILLER          PIC X(09) VALUE "PERIODO: ".
           02 LPE-PERIODO     PIC X(06).
           02 FILLER          PIC X(14) VALUE "  FECHAMENTO: ".
           02 LPE-DATA        PIC 9(08).
           02 FILLER          PIC X(22) VALUE
              "  FREQUENCIA MINIMA: ".
           02 LPE-MINIMO      PIC ZZ9.
           02 FILLER          PIC X(01) VALUE "%".

       01 LINHA-CABECALHO.
           02 FILLER          PIC X(07) VALUE "TURMA".
           02 FILLER          PIC X(07) VALUE "NUMERO".
           02 FILLER          PIC X(22) VALUE "NOME".
           02 FILLER          PIC X(06) VALUE "AULAS".
           02 FILLER          PIC X(07) VALUE "FALTAS".
           02 FILLER          PIC X(07) VALUE "FREQ.".
           02 FILLER          PIC X(09) VALUE "SITUACAO".

       01 LINHA-DETALHE.
           02 LD-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-NUM          PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-NOME         PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-AULAS        PIC ZZ9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LD-FALTAS       PIC ZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LD-PERCENTUAL   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE "%".
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-SITUACAO     PIC X(25).

       01 LINHA-TRAVA.
           02 FILLER          PIC X(38) VALUE
              "CADEIA NOTURNA EX12 EM EXECUCAO DESDE ".
           02 LTR-DATA        PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LTR-HORA        PIC 9(06).
           02 FILLER          PIC X(18) VALUE " - NADA ENCERRADO.".

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(30).
           02 LT-QTDE         PIC ZZZZZZ9.

       01 LINHA-CER-TITULO.
           02 FILLER          PIC X(35) VALUE
              "CERTIFICADO DE CONCLUSAO - PERIODO ".
           02 LCT-PERIODO     PIC X(06).

       01 LINHA-CER-PESSOA.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LCP-NUM         PIC 9(05).
           02 FILLER          PIC X(08) VALUE "  NOME: ".
           02 LCP-NOME        PIC X(20).

       01 LINHA-CER-TEXTO.
           02 FILLER          PIC X(43) VALUE
              "CONCLUIU, COM FREQUENCIA MINIMA EXIGIDA DE ".
           02 LCX-MINIMO      PIC ZZ9.
           02 FILLER          PIC X(15) VALUE "%, AS TURMAS:".

       01 LINHA-CER-TURMA.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LCU-TURMA       PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LCU-NOME        PIC X(20).
           02 FILLER          PIC X(09) VALUE "  TURNO: ".
           02 LCU-TURNO       PIC X(01).
           02 FILLER          PIC X(09) VALUE "  AULAS: ".
           02 LCU-AULAS       PIC ZZ9.
           02 FILLER          PIC X(14) VALUE "  FREQUENCIA: ".
           02 LCU-PERCENTUAL  PIC ZZ9.
           02 FILLER          PIC X(01) VALUE "%".

       01 LINHA-CER-EMISSAO.
           02 FILLER          PIC X(11) VALUE "EMITIDO EM ".
           02 LCE-DATA        PIC 9(08).

       PROCEDURE DIVISION.
       PGM-EX32.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - ABRE O RELATORIO, OBTEM A DATA DO FECHAMENTO E
      *  O CARTAO DO PERIODO. SEM PERIODO, OU COM A CADEIA
      *  NOTURNA EM EXECUCAO, NADA E ENCERRADO.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX32-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               DISPLAY "EX32 - FALHA NA ABERTURA DE EX32-REL. "
                       "NENHUMA MATRICULA ENCERRADA."
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-REL-OK
               MOVE "FECHAMENTO DE PERIODO - MATRICULAS EM CADMAT-IDX"
                   TO REG-REL
               WRITE REG-REL
               PERFORM OBTEM-DATA-PROCESSO
               PERFORM LE-PARAMETRO
               IF SW-PARAM-OK NOT EQUAL "SIM"
                   MOVE "CARTAO EX32-PAR AUSENTE OU SEM O PERIODO."
                       TO REG-REL
                   WRITE REG-REL
                   DISPLAY "EX32 - CARTAO DE PARAMETRO AUSENTE OU "
                           "SEM O CODIGO DO PERIODO."
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   MOVE WS-PERIODO TO LPE-PERIODO
                   MOVE WS-DATA-SISTEMA TO LPE-DATA
                   MOVE WS-MINIMO TO LPE-MINIMO
                   MOVE LINHA-PERIODO TO REG-REL
                   WRITE REG-REL
                   MOVE SPACES TO REG-REL
                   WRITE REG-REL
                   PERFORM CONFERE-TRAVA-CADEIA
                   IF SW-CADEIA-ATIVA NOT EQUAL "SIM"
                       PERFORM ABRE-CADASTROS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  LE-PARAMETRO - PERIODO E MINIMO DO CARTAO EX32-PAR. O
      *  PERIODO E OBRIGATORIO, POIS IDENTIFICA O FECHAMENTO NO
      *  HISTORICO; MINIMO AUSENTE OU INVALIDO FICA EM 75%.
      *----------------------------------------------------------
       LE-PARAMETRO.
           OPEN INPUT EX32-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX32-PAR
                   NOT AT END
                       IF PAR-PERIODO NOT EQUAL SPACES
                           MOVE PAR-PERIODO TO WS-PERIODO
                           MOVE "SIM" TO SW-PARAM-OK
                       END-IF
                       IF PAR-MINIMO-X IS NUMERIC AND
                          PAR-MINIMO-X NOT GREATER THAN "100"
                           MOVE PAR-MINIMO-X TO WS-MINIMO
                       END-IF
               END-READ
               CLOSE EX32-PAR
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, GRAVADA COMO DATA DO FECHAMENTO NO
      *  HISTORICO. CARTAO AUSENTE OU INVALIDO CAI NA DATA DO
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
                   DISPLAY "EX32 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-TRAVA-CADEIA - PROCURA EM CADTRV-IDX A TRAVA DA
      *  CADEIA NOTURNA. COM O EX12 EM EXECUCAO O EX32 NAO MEXE
      *  NOS CADASTROS. ARQUIVO AUSENTE EQUIVALE A SEM TRAVA.
      *----------------------------------------------------------
       CONFERE-TRAVA-CADEIA.
           OPEN INPUT CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "00"
               MOVE "C" TO TIPO-TRV-TRV
               MOVE "EX12" TO PROGRAMA-TRV-TRV
               MOVE SPACES TO OPERADOR-TRV-TRV
               MOVE ZEROS TO SESSAO-TRV-TRV
               READ CADTRV-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-CADEIA-ATIVA
               END-READ
               CLOSE CADTRV-IDX
           END-IF.
           IF SW-CADEIA-ATIVA EQUAL "SIM"
               MOVE DATA-TRV-TRV TO LTR-DATA
               MOVE HORA-TRV-TRV TO LTR-HORA
               MOVE LINHA-TRAVA TO REG-REL
               WRITE REG-REL
               DISPLAY "EX32 - CADEIA NOTURNA EX12 EM EXECUCAO - "
                       "EXECUCAO RECUSADA."
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  ABRE-CADASTROS - ABRE AS MATRICULAS, AS TURMAS, O
      *  CADASTRO DE PESSOAS E O HISTORICO (CRIADO SE AUSENTE).
      *  SEM FREQUENCIA LANCADA (CADFRE-IDX AUSENTE) TODA
      *  MATRICULA FECHA COMO SEM AULA LANCADA.
      *----------------------------------------------------------
       ABRE-CADASTROS.
           OPEN I-O CADMAT-IDX.
           OPEN I-O CADTUR-IDX.
           OPEN INPUT CADATU-IDX.
           OPEN INPUT CADFRE-IDX.
           IF WS-STATUS-FRE EQUAL "00"
               MOVE "SIM" TO SW-TEM-FREQ
           END-IF.
           OPEN I-O CADHIS-IDX.
           IF WS-STATUS-HIS EQUAL "35"
               OPEN OUTPUT CADHIS-IDX
               CLOSE CADHIS-IDX
               OPEN I-O CADHIS-IDX
           END-IF.
           IF WS-STATUS-MAT NOT EQUAL "00" OR
              WS-STATUS-TUR NOT EQUAL "00" OR
              WS-STATUS-IDX NOT EQUAL "00" OR
              WS-STATUS-HIS NOT EQUAL "00"
               MOVE "MATRICULAS, CADASTROS OU HISTORICO INDISPONIVEIS."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-ARQUIVOS-OK
               MOVE LINHA-CABECALHO TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               PERFORM LEITURA
           END-IF.

      *----------------------------------------------------------
      *  LEITURA - FALHA NA LEITURA DE CADMAT-IDX ENCERRA O LACO
      *  COMO FIM DE ARQUIVO, MAS FICA NO RELATORIO E IMPEDE O
      *  ZERAMENTO DAS VAGAS: PODE HAVER MATRICULA NAO LIDA.
      *----------------------------------------------------------
       LEITURA.
           READ CADMAT-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-MAT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
               MOVE "SIM" TO SW-ERRO-LEITURA
               MOVE "*** FALHA NA LEITURA DE CADMAT-IDX. STATUS: "
                   TO REG-REL
               MOVE WS-STATUS-MAT TO REG-REL(46:)
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - UMA MATRICULA: APURA A FREQUENCIA, GRAVA NO
      *  HISTORICO E, GRAVADA (OU JA PRESENTE), EXCLUI DE
      *  CADMAT-IDX. OS DADOS DA TURMA SO SAO LIDOS NA QUEBRA.
      *----------------------------------------------------------
       PRINCIPAL.
           ADD 1 TO QTDE-LIDAS.
           IF TURMA-MAT-MAT NOT EQUAL WS-TURMA-ANTERIOR
               MOVE TURMA-MAT-MAT TO WS-TURMA-ANTERIOR
               PERFORM BUSCA-TURMA
           END-IF.
           PERFORM APURA-FREQUENCIA.
           PERFORM BUSCA-PESSOA.
           PERFORM GRAVA-HISTORICO.
           MOVE TURMA-MAT-MAT TO LD-TURMA.
           MOVE NUM-MAT-MAT TO LD-NUM.
           MOVE NOME-IDX TO LD-NOME.
           MOVE WS-AULAS TO LD-AULAS.
           MOVE WS-FALTAS TO LD-FALTAS.
           MOVE WS-PERCENTUAL TO LD-PERCENTUAL.
           MOVE LINHA-DETALHE TO REG-REL.
           WRITE REG-REL.
           PERFORM LEITURA.

       BUSCA-TURMA.
           MOVE TURMA-MAT-MAT TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "TURMA NAO CADASTRADA" TO NT-NOME
                   MOVE SPACES TO NT-TURNO
               NOT INVALID KEY
                   MOVE NOME-TURMA-TUR TO NT-NOME
                   MOVE TURNO-TUR TO NT-TURNO
           END-READ.

       BUSCA-PESSOA.
           MOVE NUM-MAT-MAT TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO" TO NOME-IDX
           END-READ.

      *----------------------------------------------------------
      *  APURA-FREQUENCIA - PERCORRE OS LANCAMENTOS DA TURMA A
      *  PARTIR DA DATA DA MATRICULA. A CHAVE TURMA+DATA+NUMERO
      *  ENTREGA AS AULAS EM ORDEM DE DATA: CADA DATA NOVA E UMA
      *  AULA DADA; O LANCAMENTO "P" DA PESSOA E UMA PRESENCA.
      *  AULA SEM LANCAMENTO DA PESSOA CONTA COMO FALTA.
      *----------------------------------------------------------
       APURA-FREQUENCIA.
           MOVE ZEROS TO WS-AULAS WS-PRESENCAS WS-FALTAS.
           MOVE ZEROS TO WS-PERCENTUAL WS-DATA-AULA-ANT.
           MOVE "NAO" TO SW-FIM-FREQ.
           IF SW-TEM-FREQ NOT EQUAL "SIM"
               MOVE "SIM" TO SW-FIM-FREQ
           ELSE
               MOVE TURMA-MAT-MAT TO TURMA-FRE-FRE
               MOVE DATA-MATRICULA-MAT TO DATA-AULA-FRE-FRE
               MOVE ZEROS TO NUM-FRE-FRE
               START CADFRE-IDX KEY IS NOT LESS THAN CHAVE-FRE-FRE
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-FREQ
               END-START
           END-IF.
           PERFORM LE-FREQUENCIA UNTIL SW-FIM-FREQ EQUAL "SIM".
           COMPUTE WS-FALTAS = WS-AULAS - WS-PRESENCAS.
           IF WS-AULAS EQUAL ZEROS
               MOVE "S" TO WS-RESULTADO
               MOVE "SEM AULA LANCADA" TO LD-SITUACAO
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-PRESENCAS * 100 / WS-AULAS
               IF WS-PERCENTUAL LESS THAN WS-MINIMO
                   MOVE "I" TO WS-RESULTADO
                   MOVE "FREQUENCIA INSUFICIENTE" TO LD-SITUACAO
               ELSE
                   MOVE "C" TO WS-RESULTADO
                   MOVE "CONCLUIU" TO LD-SITUACAO
               END-IF
           END-IF.

       LE-FREQUENCIA.
           READ CADFRE-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-FREQ
           END-READ.
           IF SW-FIM-FREQ NOT EQUAL "SIM"
               IF TURMA-FRE-FRE NOT EQUAL TURMA-MAT-MAT
                   MOVE "SIM" TO SW-FIM-FREQ
               ELSE
                   PERFORM CONTA-FREQUENCIA
               END-IF
           END-IF.

       CONTA-FREQUENCIA.
           IF DATA-AULA-FRE-FRE NOT EQUAL WS-DATA-AULA-ANT
               MOVE DATA-AULA-FRE-FRE TO WS-DATA-AULA-ANT
               IF WS-AULAS LESS THAN 999
                   ADD 1 TO WS-AULAS
               END-IF
           END-IF.
           IF NUM-FRE-FRE EQUAL NUM-MAT-MAT AND
              PRESENTE-FRE
               ADD 1 TO WS-PRESENCAS
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-HISTORICO - GRAVA A MATRICULA EM CADHIS-IDX. CHAVE
      *  JA EXISTENTE DA MESMA MATRICULA E REEXECUCAO DO MESMO
      *  PERIODO: O HISTORICO GRAVADO ANTES VALE E A MATRICULA SO E
      *  EXCLUIDA (CONFERE-HISTORICO). FALHA NA GRAVACAO MANTEM A
      *  MATRICULA PARA UMA NOVA RODADA.
      *----------------------------------------------------------
       GRAVA-HISTORICO.
           MOVE NUM-MAT-MAT TO NUM-HIS-HIS.
           MOVE WS-PERIODO TO PERIODO-HIS-HIS.
           MOVE TURMA-MAT-MAT TO TURMA-HIS-HIS.
           MOVE NT-NOME TO NOME-TURMA-HIS-HIS.
           MOVE NT-TURNO TO TURNO-HIS-HIS.
           MOVE DATA-MATRICULA-MAT TO DATA-MATRICULA-HIS-HIS.
           MOVE WS-DATA-SISTEMA TO DATA-FECHAMENTO-HIS-HIS.
           MOVE WS-AULAS TO AULAS-HIS-HIS.
           MOVE WS-FALTAS TO FALTAS-HIS-HIS.
           MOVE WS-PERCENTUAL TO PERCENTUAL-HIS-HIS.
           MOVE WS-RESULTADO TO RESULTADO-HIS-HIS.
           MOVE "NAO" TO SW-NO-HISTORICO.
           WRITE REG-HIS
               INVALID KEY
                   IF WS-STATUS-HIS EQUAL "22"
                       PERFORM CONFERE-HISTORICO
                   ELSE
                       ADD 1 TO QTDE-MANTIDAS
                       MOVE "*** FALHA NO HISTORICO" TO LD-SITUACAO
                   END-IF
               NOT INVALID KEY
                   MOVE "SIM" TO SW-NO-HISTORICO
                   ADD 1 TO QTDE-ARQUIVADAS
                   PERFORM CONTA-RESULTADO
           END-WRITE.
           IF SW-NO-HISTORICO EQUAL "SIM"
               PERFORM EXCLUI-MATRICULA
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-HISTORICO - A CHAVE JA ESTA NO HISTORICO. SO E
      *  REEXECUCAO SE O REGISTRO GRAVADO E DESTA MESMA MATRICULA
      *  (MESMA DATA DE MATRICULA); OUTRA DATA E UMA MATRICULA NOVA
      *  COM CODIGO DE PERIODO JA FECHADO NO CARTAO, E ELA E
      *  MANTIDA EM CADMAT-IDX.
      *----------------------------------------------------------
       CONFERE-HISTORICO.
           READ CADHIS-IDX
               INVALID KEY
                   ADD 1 TO QTDE-MANTIDAS
                   MOVE "*** FALHA NO HISTORICO" TO LD-SITUACAO
               NOT INVALID KEY
                   IF DATA-MATRICULA-HIS-HIS EQUAL DATA-MATRICULA-MAT
                       MOVE "SIM" TO SW-NO-HISTORICO
                       ADD 1 TO QTDE-JA-ARQUIV
                       MOVE "JA NO HISTORICO-EXCLUIDA" TO LD-SITUACAO
                   ELSE
                       ADD 1 TO QTDE-MANTIDAS
                       MOVE "*** PERIODO JA FECHADO" TO LD-SITUACAO
                   END-IF
           END-READ.

       CONTA-RESULTADO.
           EVALUATE WS-RESULTADO
               WHEN "C"
                   ADD 1 TO QTDE-CONCLUSOES
               WHEN "I"
                   ADD 1 TO QTDE-INSUFICIENTE
               WHEN OTHER
                   ADD 1 TO QTDE-SEM-AULA
           END-EVALUATE.

       EXCLUI-MATRICULA.
           DELETE CADMAT-IDX RECORD
               INVALID KEY
                   ADD 1 TO QTDE-MANTIDAS
                   MOVE "*** FALHA NA EXCLUSAO" TO LD-SITUACAO
           END-DELETE.

      *----------------------------------------------------------
      *  ZERA-OCUPADAS - COM CADMAT-IDX VAZIO, ZERA AS VAGAS
      *  OCUPADAS DE TODAS AS TURMAS PARA O PERIODO SEGUINTE.
      *----------------------------------------------------------
       ZERA-OCUPADAS.
           MOVE "NAO" TO SW-FIM-TURMAS.
           MOVE LOW-VALUES TO COD-TURMA-TUR.
           START CADTUR-IDX KEY IS NOT LESS THAN COD-TURMA-TUR
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-TURMAS
           END-START.
           PERFORM ZERA-TURMA UNTIL SW-FIM-TURMAS EQUAL "SIM".

       ZERA-TURMA.
           READ CADTUR-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-TURMAS
           END-READ.
           IF SW-FIM-TURMAS NOT EQUAL "SIM" AND
              OCUPADAS-TUR GREATER THAN ZEROS
               MOVE ZEROS TO OCUPADAS-TUR
               REWRITE REG-TUR
                   INVALID KEY
                       MOVE "AVISO: VAGAS DA TURMA NAO ZERADAS - "
                           TO REG-REL
                       MOVE COD-TURMA-TUR TO REG-REL(37:5)
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO QTDE-TURMAS-ZERAD
               END-REWRITE
           END-IF.

      *----------------------------------------------------------
      *  EMITE-CERTIFICADOS - PERCORRE O HISTORICO, JA EM ORDEM
      *  DE NUMERO, E ABRE UM CERTIFICADO PARA CADA PESSOA COM
      *  PELO MENOS UMA TURMA CONCLUIDA NO PERIODO, LISTANDO AS
      *  TURMAS CONCLUIDAS. INCLUI O QUE FOI ARQUIVADO NUMA
      *  RODADA ANTERIOR DO MESMO PERIODO.
      *----------------------------------------------------------
       EMITE-CERTIFICADOS.
           OPEN OUTPUT EX32-CER.
           IF WS-STATUS-CER NOT EQUAL "00"
               MOVE "AVISO: EX32-CER NAO ABERTO - SEM CERTIFICADOS."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE "NAO" TO SW-FIM-HIST
               MOVE LOW-VALUES TO CHAVE-HIS-HIS
               START CADHIS-IDX KEY IS NOT LESS THAN CHAVE-HIS-HIS
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-HIST
               END-START
               PERFORM LE-HISTORICO UNTIL SW-FIM-HIST EQUAL "SIM"
               IF SW-CERT-ABERTO EQUAL "SIM"
                   PERFORM FECHA-CERTIFICADO
               END-IF
               IF QTDE-CERTIFICADOS EQUAL ZEROS
                   MOVE "NENHUMA CONCLUSAO NO PERIODO " TO REG-CER
                   MOVE WS-PERIODO TO REG-CER(30:6)
                   WRITE REG-CER
               END-IF
               CLOSE EX32-CER
           END-IF.

       LE-HISTORICO.
           READ CADHIS-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-HIST
           END-READ.
           IF SW-FIM-HIST NOT EQUAL "SIM" AND
              PERIODO-HIS-HIS EQUAL WS-PERIODO AND
              CONCLUIU-HIS
               PERFORM IMPRIME-CONCLUSAO
           END-IF.

       IMPRIME-CONCLUSAO.
           IF SW-CERT-ABERTO EQUAL "SIM" AND
              NUM-HIS-HIS NOT EQUAL WS-NUM-ANTERIOR
               PERFORM FECHA-CERTIFICADO
           END-IF.
           IF SW-CERT-ABERTO NOT EQUAL "SIM"
               PERFORM ABRE-CERTIFICADO
           END-IF.
           MOVE TURMA-HIS-HIS TO LCU-TURMA.
           MOVE NOME-TURMA-HIS-HIS TO LCU-NOME.
           MOVE TURNO-HIS-HIS TO LCU-TURNO.
           MOVE AULAS-HIS-HIS TO LCU-AULAS.
           MOVE PERCENTUAL-HIS-HIS TO LCU-PERCENTUAL.
           MOVE LINHA-CER-TURMA TO REG-CER.
           WRITE REG-CER.

       ABRE-CERTIFICADO.
           MOVE "SIM" TO SW-CERT-ABERTO.
           MOVE NUM-HIS-HIS TO WS-NUM-ANTERIOR.
           ADD 1 TO QTDE-CERTIFICADOS.
           MOVE NUM-HIS-HIS TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO" TO NOME-IDX
           END-READ.
           MOVE WS-PERIODO TO LCT-PERIODO.
           MOVE LINHA-CER-TITULO TO REG-CER.
           WRITE REG-CER.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER.
           MOVE NUM-HIS-HIS TO LCP-NUM.
           MOVE NOME-IDX TO LCP-NOME.
           MOVE LINHA-CER-PESSOA TO REG-CER.
           WRITE REG-CER.
           MOVE WS-MINIMO TO LCX-MINIMO.
           MOVE LINHA-CER-TEXTO TO REG-CER.
           WRITE REG-CER.

       FECHA-CERTIFICADO.
           MOVE "NAO" TO SW-CERT-ABERTO.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER.
           MOVE WS-DATA-SISTEMA TO LCE-DATA.
           MOVE LINHA-CER-EMISSAO TO REG-CER.
           WRITE REG-CER.
           MOVE ALL "-" TO REG-CER.
           WRITE REG-CER.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER.

       TERMINO.
           IF SW-ARQUIVOS-OK EQUAL "SIM"
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               IF QTDE-MANTIDAS EQUAL ZEROS AND
                  SW-ERRO-LEITURA NOT EQUAL "SIM"
                   PERFORM ZERA-OCUPADAS
               ELSE
                   MOVE "MATRICULAS MANTIDAS - VAGAS NAO ZERADAS. "
                       TO REG-REL
                   MOVE "RODAR DE NOVO." TO REG-REL(42:)
                   WRITE REG-REL
               END-IF
               PERFORM EMITE-CERTIFICADOS
               PERFORM IMPRIME-TOTAIS
               CLOSE CADMAT-IDX CADTUR-IDX CADATU-IDX CADHIS-IDX
               IF SW-TEM-FREQ EQUAL "SIM"
                   CLOSE CADFRE-IDX
               END-IF
           END-IF.
           IF SW-REL-OK EQUAL "SIM"
               CLOSE EX32-REL
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "MATRICULAS LIDAS:" TO LT-ROTULO.
           MOVE QTDE-LIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "ARQUIVADAS NO HISTORICO:" TO LT-ROTULO.
           MOVE QTDE-ARQUIVADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "  CONCLUIRAM:" TO LT-ROTULO.
           MOVE QTDE-CONCLUSOES TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "  FREQUENCIA INSUFICIENTE:" TO LT-ROTULO.
           MOVE QTDE-INSUFICIENTE TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "  SEM AULA LANCADA:" TO LT-ROTULO.
           MOVE QTDE-SEM-AULA TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "JA NO HISTORICO (REEXECUCAO):" TO LT-ROTULO.
           MOVE QTDE-JA-ARQUIV TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "MANTIDAS EM CADMAT-IDX:" TO LT-ROTULO.
           MOVE QTDE-MANTIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "TURMAS COM VAGAS ZERADAS:" TO LT-ROTULO.
           MOVE QTDE-TURMAS-ZERAD TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "CERTIFICADOS EMITIDOS:" TO LT-ROTULO.
           MOVE QTDE-CERTIFICADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX06.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   09/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LE O ARQUIVO CADALU, CALCULA A IDADE DE CADA
      *         PESSOA A PARTIR DE DATA-NASCIMENTO-ENT E DA DATA DE
      *         EXECUCAO, E GRAVA EM CADALU-MENOR OS REGISTROS DE
      *         MENORES DE 18 ANOS, ALEM DE EMITIR EM EX06-REL UMA
      *         LISTAGEM COM NUM-ENT, NOME-ENT E A IDADE CALCULADA,
      *         PARA REVISAO DE COMPLIANCE.
      *
      *         ABAIXO DE CADA MENOR A LISTAGEM TRAZ O RESPONSAVEL
      *         CADASTRADO EM CADRES-IDX (COPY CADRES, MANTIDO PELO
      *         EX33) - NOME, PARENTESCO, DOCUMENTO E TELEFONE - E,
      *         AO FINAL, UMA SECAO SEPARADA COM OS MENORES AINDA
      *         SEM RESPONSAVEL, RELIDOS DE CADALU-MENOR.
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
      *                   CABECALHO DE EX06-REL.
      *  15/10/2026 GGC   RESPONSAVEL DO MENOR (CADRES-IDX) LISTADO
      *                   ABAIXO DE CADA UM E SECAO FINAL DOS
      *                   MENORES SEM RESPONSAVEL; EX06-REL PASSA A
      *                   96 POSICOES.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT CADALU-MENOR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT EX06-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT CADRES-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-RES-RES
            FILE STATUS IS WS-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
           FD CADALU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU.DAT".
           01 REG-ENT.
           COPY CADNOM REPLACING ==:TAG:== BY ==ENT==.
           02 SEXO-ENT        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==ENT==.

           FD CADALU-MENOR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-MENOR.DAT".
           01 REG-MEN.
           COPY CADNOM REPLACING ==:TAG:== BY ==MEN==.
           02 SEXO-MEN        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==MEN==.

           FD EX06-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX06-REL.DAT".
           01 REG-REL              PIC X(96).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD CADRES-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADRES-IDX.DAT".
           01 REG-RES.
           COPY CADRES REPLACING ==:TAG:== BY ==RES==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-ANO-ATUAL      PIC 9(04) VALUE ZEROS.
       77 WS-MES-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-IDADE          PIC 9(03) VALUE ZEROS.
       77 QTDE-MENORES      PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-RES     PIC X(02) VALUE SPACES.
       77 SW-RESPONSAVEIS   PIC X(03) VALUE "NAO".
       77 SW-TEM-RESP       PIC X(03) VALUE "NAO".
       77 SW-FIM-MENORES    PIC X(03) VALUE "NAO".
       77 QTDE-SEM-RESP     PIC 9(07) VALUE ZEROS.

       01 LINHA-DATA.
           02 FILLER          PIC X(23) VALUE
              "DATA DE PROCESSAMENTO: ".
           02 LDT-DIA         PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LDT-MES         PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LDT-ANO         PIC 9999.

       01 LINHA-MENOR.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LM-NUM          PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "NOME: ".
           02 LM-NOME         PIC X(20).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE "IDADE: ".
           02 LM-IDADE        PIC ZZ9.

       01 LINHA-RESPONSAVEL.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(13) VALUE "RESPONSAVEL: ".
           02 LR-NOME         PIC X(30).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LR-PARENTESCO   PIC X(05).
           02 FILLER          PIC X(06) VALUE " DOC: ".
           02 LR-DOCUMENTO    PIC X(14).
           02 FILLER          PIC X(06) VALUE " TEL: ".
           02 LR-TELEFONE     PIC X(12).

       01 LINHA-SEM-RESP.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(29) VALUE
              "RESPONSAVEL: NAO CADASTRADO".

       01 LINHA-PENDENTE.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LP-NUM          PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "NOME: ".
           02 LP-NOME         PIC X(20).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(12) VALUE "NASCIMENTO: ".
           02 LP-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LP-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LP-ANO          PIC 9999.

       PROCEDURE DIVISION.
       PGM-EX06.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           GOBACK.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL.
           MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-ATUAL.
           MOVE WS-DATA-SISTEMA(7:2) TO WS-DIA-ATUAL.
           OPEN INPUT CADALU.
           OPEN OUTPUT CADALU-MENOR.
           OPEN OUTPUT EX06-REL.
           OPEN INPUT CADRES-IDX.
           IF WS-STATUS-RES EQUAL "00"
               MOVE "SIM" TO SW-RESPONSAVEIS
           END-IF.
           MOVE "LISTAGEM DE MENORES DE 18 ANOS - CADALU" TO REG-REL.
           WRITE REG-REL.
           MOVE WS-DIA-ATUAL TO LDT-DIA.
           MOVE WS-MES-ATUAL TO LDT-MES.
           MOVE WS-ANO-ATUAL TO LDT-ANO.
           MOVE LINHA-DATA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           IF WS-STATUS-RES NOT EQUAL "00" AND
              WS-STATUS-RES NOT EQUAL "35"
               MOVE "AVISO: CADASTRO DE RESPONSAVEIS INDISPONIVEL."
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
           END-IF.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE UMA REEXECUCAO DO CICLO
      *  CLASSIFIQUE OS MESMOS MENORES DA RODADA ORIGINAL. CARTAO
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
                   DISPLAY "EX06 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ CADALU AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
           PERFORM CALCULA-IDADE.
           IF WS-IDADE LESS THAN 18
               PERFORM GRAVA-MENOR
           END-IF.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  CALCULA-IDADE - IDADE EM ANOS COMPLETOS NA DATA DE
      *  EXECUCAO DO PROGRAMA.
      *----------------------------------------------------------
       CALCULA-IDADE.
           COMPUTE WS-IDADE = WS-ANO-ATUAL - ANO-NASCIMENTO-ENT.
           IF MES-NASCIMENTO-ENT GREATER THAN WS-MES-ATUAL OR
             (MES-NASCIMENTO-ENT EQUAL WS-MES-ATUAL AND
              DIA-NASCIMENTO-ENT GREATER THAN WS-DIA-ATUAL)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-MENOR - GRAVA O REGISTRO EM CADALU-MENOR E EMITE A
      *  LINHA CORRESPONDENTE EM EX06-REL, SEGUIDA DA LINHA DO
      *  RESPONSAVEL.
      *----------------------------------------------------------
       GRAVA-MENOR.
           MOVE NUM-ENT TO NUM-MEN.
           MOVE NOME-ENT TO NOME-MEN.
           MOVE SEXO-ENT TO SEXO-MEN.
           MOVE DATA-NASCIMENTO-ENT TO DATA-NASCIMENTO-MEN.
           WRITE REG-MEN.
           MOVE NUM-ENT TO LM-NUM.
           MOVE NOME-ENT TO LM-NOME.
           MOVE WS-IDADE TO LM-IDADE.
           MOVE LINHA-MENOR TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO QTDE-MENORES.
           MOVE NUM-ENT TO NUM-RES-RES.
           PERFORM PROCURA-RESPONSAVEL.
           IF SW-TEM-RESP EQUAL "SIM"
               PERFORM IMPRIME-RESPONSAVEL
           ELSE
               ADD 1 TO QTDE-SEM-RESP
               MOVE LINHA-SEM-RESP TO REG-REL
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  PROCURA-RESPONSAVEL - LE EM CADRES-IDX O RESPONSAVEL DO
      *  NUMERO EM NUM-RES-RES. SEM O CADASTRO (AINDA INEXISTENTE
      *  OU INDISPONIVEL) NENHUM MENOR TEM RESPONSAVEL.
      *----------------------------------------------------------
       PROCURA-RESPONSAVEL.
           MOVE "NAO" TO SW-TEM-RESP.
           IF SW-RESPONSAVEIS EQUAL "SIM"
               READ CADRES-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-TEM-RESP
               END-READ
           END-IF.

       IMPRIME-RESPONSAVEL.
           MOVE NOME-RESP-RES TO LR-NOME.
           EVALUATE TRUE
               WHEN RESP-PAI-RES
                   MOVE "PAI" TO LR-PARENTESCO
               WHEN RESP-MAE-RES
                   MOVE "MAE" TO LR-PARENTESCO
               WHEN RESP-AVO-RES
                   MOVE "AVO" TO LR-PARENTESCO
               WHEN RESP-TUTOR-RES
                   MOVE "TUTOR" TO LR-PARENTESCO
               WHEN OTHER
                   MOVE "OUTRO" TO LR-PARENTESCO
           END-EVALUATE.
           MOVE DOCUMENTO-RESP-RES TO LR-DOCUMENTO.
           MOVE TELEFONE-RESP-RES TO LR-TELEFONE.
           MOVE LINHA-RESPONSAVEL TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  TERMINO - COM MENOR SEM RESPONSAVEL, RELE CADALU-MENOR JA
      *  FECHADO PARA A SECAO DE PENDENCIAS DA REVISAO.
      *----------------------------------------------------------
       TERMINO.
           IF QTDE-MENORES EQUAL ZEROS
               MOVE "NENHUM MENOR DE 18 ANOS ENCONTRADO." TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE CADALU CADALU-MENOR.
           IF QTDE-SEM-RESP GREATER THAN ZEROS
               PERFORM LISTA-SEM-RESPONSAVEL
           END-IF.
           IF SW-RESPONSAVEIS EQUAL "SIM"
               CLOSE CADRES-IDX
           END-IF.
           CLOSE EX06-REL.

      *----------------------------------------------------------
      *  LISTA-SEM-RESPONSAVEL - SECAO SEPARADA COM OS MENORES AINDA
      *  SEM RESPONSAVEL CADASTRADO, PARA A COBRANCA PELA
      *  SECRETARIA.
      *----------------------------------------------------------
       LISTA-SEM-RESPONSAVEL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "MENORES SEM RESPONSAVEL CADASTRADO (CADRES-IDX):"
               TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "NAO" TO SW-FIM-MENORES.
           OPEN INPUT CADALU-MENOR.
           PERFORM LE-MENOR-PENDENTE UNTIL SW-FIM-MENORES EQUAL "SIM".
           CLOSE CADALU-MENOR.

       LE-MENOR-PENDENTE.
           READ CADALU-MENOR AT END MOVE "SIM" TO SW-FIM-MENORES.
           IF SW-FIM-MENORES NOT EQUAL "SIM"
               MOVE NUM-MEN TO NUM-RES-RES
               PERFORM PROCURA-RESPONSAVEL
               IF SW-TEM-RESP NOT EQUAL "SIM"
                   MOVE NUM-MEN TO LP-NUM
                   MOVE NOME-MEN TO LP-NOME
                   MOVE DIA-NASCIMENTO-MEN TO LP-DIA
                   MOVE MES-NASCIMENTO-MEN TO LP-MES
                   MOVE ANO-NASCIMENTO-MEN TO LP-ANO
                   MOVE LINHA-PENDENTE TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX18.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  MATRICULA E CANCELAMENTO DE PESSOAS EM TURMAS. LE O
      *         ARQUIVO DE MOVIMENTO MATMOV (TIPO DE TRANSACAO,
      *         TURMA E NUMERO) E APLICA SOBRE O ARQUIVO DE
      *         MATRICULAS CADMAT-IDX, INDEXADO PELA CHAVE COMPOSTA
      *         TURMA+NUMERO:
      *
      *           I - MATRICULA (REJEITA PESSOA INEXISTENTE EM
      *               CADATU-IDX, TURMA INEXISTENTE EM CADTUR-IDX
      *               E MATRICULA JA EXISTENTE; GRAVA A DATA DA
      *               MATRICULA E ACRESCE AS VAGAS OCUPADAS DA
      *               TURMA. TURMA SEM VAGA POE O PEDIDO NO FIM DA
      *               LISTA DE ESPERA DA TURMA EM CADESP-IDX);
      *           E - CANCELAMENTO (REJEITA MATRICULA INEXISTENTE;
      *               DEVOLVE A VAGA A TURMA E A OFERECE AO PRIMEIRO
      *               DA LISTA DE ESPERA).
      *
      *         A LISTA DE ESPERA (COPY CADESP) GUARDA OS PEDIDOS
      *         DE CADA TURMA NA ORDEM DE CHEGADA. VAGA LIVRE EM
      *         TURMA COM FILA E PREENCHIDA AUTOMATICAMENTE PELO
      *         PRIMEIRO DA FILA, COM A DATA DE PROCESSAMENTO: NO
      *         CANCELAMENTO DESTA RODADA E, NO INICIO DE TODA
      *         RODADA, NAS VAGAS ABERTAS FORA DO EX18 (AMPLIACAO
      *         DA TURMA NO EX17, INATIVACAO NO EX08 E EXPURGO NO
      *         EX22). PEDIDO DE PESSOA INEXISTENTE, INATIVA OU JA
      *         MATRICULADA, OU DE TURMA EXCLUIDA, SAI DA FILA SEM
      *         MATRICULA. A LISTAGEM DAS FILAS E DO EX28.
      *
      *         A DATA DA MATRICULA VEM DO CARTAO DATAPROC (COPY
      *         CADDPR), COM QUEDA PARA A DATA DO SISTEMA SO NA
      *         AUSENCIA DO CARTAO, COMO NOS DEMAIS PROGRAMAS
      *         DEPENDENTES DE DATA.
      *
      *         EMITE EM EX18-REL UMA LINHA POR TRANSACAO COM O
      *         RESULTADO E OS TOTAIS DE CONTROLE AO FINAL, NO
      *         MESMO ESQUEMA DO EX08.
      *
      *         ENQUANTO A TRAVA DA CADEIA NOTURNA (COPY CADTRV)
      *         ESTIVER GRAVADA O PROGRAMA NAO APLICA NADA: A
      *         RODADA SAI SO COM O AVISO NO RELATORIO E O
      *         MOVIMENTO DEVE SER SUBMETIDO DE NOVO APOS O EX12.
      *
      *         MENOR DE 18 ANOS NA DATA DE PROCESSAMENTO SO E
      *         MATRICULADO (OU POSTO NA FILA) COM RESPONSAVEL
      *         CADASTRADO EM CADRES-IDX (COPY CADRES, MANTIDO PELO
      *         EX33). MENOR QUE PERDEU O RESPONSAVEL ENQUANTO
      *         ESPERAVA SAI DA FILA SEM MATRICULA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); MATRICULA DE PESSOA INATIVA
      *                   PASSA A SER REJEITADA.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  15/10/2026 GGC   SELECT DE CADMAT-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NUM-MAT (COM DUPLICATAS)
      *                   CRIADA PARA O CANCELAMENTO DAS MATRICULAS
      *                   NA INATIVACAO (EX08) E NO EXPURGO (EX22).
      *  15/10/2026 GGC   LISTA DE ESPERA POR TURMA (CADESP-IDX):
      *                   MATRICULA EM TURMA CHEIA ENTRA NA FILA EM
      *                   VEZ DE SER REJEITADA, E A VAGA LIBERADA
      *                   (CANCELAMENTO AQUI, AMPLIACAO NO EX17,
      *                   INATIVACAO OU EXPURGO) PROMOVE O PRIMEIRO
      *                   DA FILA. EX18-REL RELATA QUEM ENTROU NA
      *                   FILA E QUEM FOI PROMOVIDO.
      *  15/10/2026 GGC   JANELA BATCH: COM A TRAVA DA CADEIA EX12
      *                   GRAVADA EM CADTRV-IDX O PROGRAMA NAO RODA -
      *                   NADA E APLICADO E O MOTIVO SAI NO RELATORIO.
      *  15/10/2026 GGC   MATRICULA, ENTRADA NA FILA E PROMOCAO DA
      *                   FILA DE MENOR DE 18 ANOS PASSAM A EXIGIR
      *                   RESPONSAVEL CADASTRADO EM CADRES-IDX.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATMOV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MOV.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADESP-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-ESP-ESP
            FILE STATUS IS WS-STATUS-ESP.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX18-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.
           SELECT CADRES-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-RES-RES
            FILE STATUS IS WS-STATUS-RES.

       DATA DIVISION.
       FILE SECTION.
           FD MATMOV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "MATMOV.DAT".
           01 REG-MOV.
           02 TIPO-MOV        PIC X(01).
           88 MOV-MATRICULA        VALUE "I".
           88 MOV-CANCELAMENTO     VALUE "E".
           02 TURMA-MOV       PIC X(05).
           02 NUM-MOV         PIC 9(05).

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

           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

           FD CADESP-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADESP-IDX.DAT".
           01 REG-ESP.
           COPY CADESP REPLACING ==:TAG:== BY ==ESP==.

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX18-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX18-REL.DAT".
           01 REG-REL              PIC X(80).

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

           FD CADRES-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADRES-IDX.DAT".
           01 REG-RES.
           COPY CADRES REPLACING ==:TAG:== BY ==RES==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-MOV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-APLICADA       PIC X(03) VALUE "NAO".
       77 SW-REL-OK         PIC X(03) VALUE "NAO".
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-CADEIA-ATIVA   PIC X(03) VALUE "NAO".
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 QTDE-APLICADAS    PIC 9(07) VALUE ZEROS.
       77 QTDE-REJEITADAS   PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-ESP     PIC X(02) VALUE SPACES.
       77 SW-FIM-TURMAS     PIC X(03) VALUE "NAO".
       77 SW-FIM-ESPERA     PIC X(03) VALUE "NAO".
       77 SW-TURMA-EXISTE   PIC X(03) VALUE "NAO".
       77 SW-JA-NA-ESPERA   PIC X(03) VALUE "NAO".
       77 WS-TURMA-VAGA     PIC X(05) VALUE SPACES.
       77 WS-ULTIMA-ORDEM   PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO        PIC 9(05) VALUE ZEROS.
       77 QTDE-EM-ESPERA    PIC 9(07) VALUE ZEROS.
       77 QTDE-PROMOVIDAS   PIC 9(07) VALUE ZEROS.
       77 QTDE-RETIRADAS    PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-RES     PIC X(02) VALUE SPACES.
       77 SW-RESPONSAVEIS   PIC X(03) VALUE "NAO".
       77 SW-SEM-RESP       PIC X(03) VALUE "NAO".
       77 WS-ANO-ATUAL      PIC 9(04) VALUE ZEROS.
       77 WS-MES-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-IDADE          PIC 9(03) VALUE ZEROS.

       01 LINHA-MOV.
           02 FILLER          PIC X(07) VALUE "TURMA: ".
           02 LM-TURMA        PIC X(05).
           02 FILLER          PIC X(09) VALUE "  NUMERO:".
           02 LM-NUM          PIC 9(05).
           02 FILLER          PIC X(08) VALUE "  TIPO: ".
           02 LM-TIPO         PIC X(01).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LM-RESULTADO    PIC X(43).

       01 LINHA-ESPERA.
           02 FILLER          PIC X(07) VALUE "TURMA: ".
           02 LE-TURMA        PIC X(05).
           02 FILLER          PIC X(09) VALUE "  NUMERO:".
           02 LE-NUM          PIC 9(05).
           02 FILLER          PIC X(11) VALUE "  ESPERA - ".
           02 LE-RESULTADO    PIC X(43).

       01 WS-RESULTADO-FILA.
           02 FILLER          PIC X(29) VALUE
              "EM ESPERA - POSICAO NA FILA: ".
           02 RF-POSICAO      PIC ZZZZ9.

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(24).
           02 LT-QTDE         PIC ZZZZZZ9.

       01 LINHA-TRAVA.
           02 FILLER          PIC X(38) VALUE
              "CADEIA NOTURNA EX12 EM EXECUCAO DESDE ".
           02 LTR-DATA        PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LTR-HORA        PIC 9(06).
           02 FILLER          PIC X(17) VALUE " - NADA APLICADO.".

       PROCEDURE DIVISION.
       PGM-EX18.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - SEM O RELATORIO NAO HA TRILHA DE AUDITORIA DAS
      *  TRANSACOES: FALHA NA SUA ABERTURA ENCERRA O PROGRAMA
      *  ANTES DE TOCAR AS MATRICULAS. CADMAT-IDX AUSENTE NA
      *  PRIMEIRA RODADA E CRIADO VAZIO.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX18-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               DISPLAY "EX18 - FALHA NA ABERTURA DE EX18-REL. "
                       "NENHUMA TRANSACAO APLICADA."
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-REL-OK
               MOVE "MATRICULAS EM TURMAS - MATMOV" TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               PERFORM OBTEM-DATA-PROCESSO
               MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL
               MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-ATUAL
               MOVE WS-DATA-SISTEMA(7:2) TO WS-DIA-ATUAL
               PERFORM CONFERE-TRAVA-CADEIA
               IF SW-CADEIA-ATIVA NOT EQUAL "SIM"
                   PERFORM ABRE-CADASTROS
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-TRAVA-CADEIA - PROCURA EM CADTRV-IDX A TRAVA DA
      *  CADEIA NOTURNA. COM O EX12 EM EXECUCAO O EX18 NAO MEXE
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
               DISPLAY "EX18 - CADEIA NOTURNA EX12 EM EXECUCAO - "
                       "EXECUCAO RECUSADA."
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  ABRE-CADASTROS - ABRE O MOVIMENTO E OS CADASTROS (AS
      *  MATRICULAS E A LISTA DE ESPERA SAO CRIADAS SE AUSENTES),
      *  ATENDE A LISTA DE ESPERA E INICIA A LEITURA. CADRES-IDX
      *  AINDA INEXISTENTE (STATUS 35) SO QUER DIZER QUE NENHUM
      *  MENOR TEM RESPONSAVEL CADASTRADO.
      *----------------------------------------------------------
       ABRE-CADASTROS.
           OPEN INPUT MATMOV.
           OPEN INPUT CADATU-IDX.
           OPEN I-O CADTUR-IDX.
           OPEN I-O CADMAT-IDX.
           IF WS-STATUS-MAT EQUAL "35"
               OPEN OUTPUT CADMAT-IDX
               CLOSE CADMAT-IDX
               OPEN I-O CADMAT-IDX
           END-IF.
           OPEN I-O CADESP-IDX.
           IF WS-STATUS-ESP EQUAL "35"
               OPEN OUTPUT CADESP-IDX
               CLOSE CADESP-IDX
               OPEN I-O CADESP-IDX
           END-IF.
           OPEN INPUT CADRES-IDX.
           IF WS-STATUS-RES EQUAL "00"
               MOVE "SIM" TO SW-RESPONSAVEIS
           END-IF.
           IF WS-STATUS-MOV NOT EQUAL "00" OR
              WS-STATUS-IDX NOT EQUAL "00" OR
              WS-STATUS-TUR NOT EQUAL "00" OR
              WS-STATUS-MAT NOT EQUAL "00" OR
              WS-STATUS-ESP NOT EQUAL "00" OR
             (WS-STATUS-RES NOT EQUAL "00" AND
              WS-STATUS-RES NOT EQUAL "35")
               MOVE "MOVIMENTO OU CADASTROS INDISPONIVEIS."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM ATENDE-ESPERA-GERAL
               PERFORM LEITURA
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE UMA REEXECUCAO DO CICLO GRAVE
      *  AS MATRICULAS COM A DATA ORIGINAL. CARTAO AUSENTE OU
      *  INVALIDO CAI NA DATA DO SISTEMA.
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
                   DISPLAY "EX18 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ MATMOV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-MOV EQUAL "00"
                   ADD 1 TO QTDE-LIDAS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - APLICA A TRANSACAO CONFORME O TIPO. CADA
      *  PARAGRAFO DE APLICACAO DEIXA EM LM-RESULTADO O RESULTADO
      *  E LIGA SW-APLICADA QUANDO A GRAVACAO FOI CONFIRMADA.
      *----------------------------------------------------------
       PRINCIPAL.
           MOVE "NAO" TO SW-APLICADA.
           EVALUATE TRUE
               WHEN MOV-MATRICULA
                   PERFORM APLICA-MATRICULA
               WHEN MOV-CANCELAMENTO
                   PERFORM APLICA-CANCELAMENTO
               WHEN OTHER
                   MOVE "REJEITADA - TIPO DE TRANSACAO INVALIDO"
                       TO LM-RESULTADO
           END-EVALUATE.
           PERFORM GRAVA-LINHA.
           IF MOV-CANCELAMENTO AND SW-APLICADA EQUAL "SIM"
               MOVE TURMA-MOV TO WS-TURMA-VAGA
               PERFORM PROMOVE-ESPERA
           END-IF.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  APLICA-MATRICULA - VALIDA CONTRA OS DOIS MESTRES ANTES DE
      *  GRAVAR: A PESSOA TEM QUE EXISTIR EM CADATU-IDX (MENOR DE
      *  IDADE COM RESPONSAVEL EM CADRES-IDX) E A TURMA
      *  EM CADTUR-IDX COM VAGA LIVRE. A GRAVACAO EM CADMAT-IDX
      *  VEM ANTES DO ACRESCIMO DAS VAGAS OCUPADAS, PARA QUE UMA
      *  MATRICULA DUPLICADA (INVALID KEY) NAO CONSUMA VAGA.
      *----------------------------------------------------------
       APLICA-MATRICULA.
           MOVE NUM-MOV TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "REJEITADA - NUMERO INEXISTENTE NO CADASTRO"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   IF INATIVO-IDX
                       MOVE "REJEITADA - PESSOA INATIVA NO CADASTRO"
                           TO LM-RESULTADO
                   ELSE
                       PERFORM CONFERE-RESPONSAVEL
                       IF SW-SEM-RESP EQUAL "SIM"
                           MOVE "REJEITADA - MENOR SEM RESPONSAVEL"
                               TO LM-RESULTADO
                       ELSE
                           PERFORM VALIDA-TURMA
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------
      *  CONFERE-RESPONSAVEL - CALCULA A IDADE DA PESSOA LIDA EM
      *  CADATU-IDX NA DATA DE PROCESSAMENTO (ANOS COMPLETOS, COMO
      *  NO EX06) E, SE MENOR DE 18, PROCURA O RESPONSAVEL EM
      *  CADRES-IDX. LIGA SW-SEM-RESP QUANDO FALTA.
      *----------------------------------------------------------
       CONFERE-RESPONSAVEL.
           MOVE "NAO" TO SW-SEM-RESP.
           COMPUTE WS-IDADE = WS-ANO-ATUAL - ANO-NASCIMENTO-IDX.
           IF MES-NASCIMENTO-IDX GREATER THAN WS-MES-ATUAL OR
             (MES-NASCIMENTO-IDX EQUAL WS-MES-ATUAL AND
              DIA-NASCIMENTO-IDX GREATER THAN WS-DIA-ATUAL)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.
           IF WS-IDADE LESS THAN 18
               IF SW-RESPONSAVEIS EQUAL "SIM"
                   MOVE NUM-IDX TO NUM-RES-RES
                   READ CADRES-IDX
                       INVALID KEY
                           MOVE "SIM" TO SW-SEM-RESP
                   END-READ
               ELSE
                   MOVE "SIM" TO SW-SEM-RESP
               END-IF
           END-IF.

       VALIDA-TURMA.
           MOVE TURMA-MOV TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "REJEITADA - TURMA INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   IF OCUPADAS-TUR NOT LESS THAN CAPACIDADE-TUR
                       PERFORM ENFILEIRA-PEDIDO
                   ELSE
                       PERFORM GRAVA-MATRICULA
                   END-IF
           END-READ.

       GRAVA-MATRICULA.
           MOVE TURMA-MOV TO TURMA-MAT-MAT.
           MOVE NUM-MOV TO NUM-MAT-MAT.
           MOVE WS-DATA-SISTEMA TO DATA-MATRICULA-MAT.
           WRITE REG-MAT
               INVALID KEY
                   MOVE "REJEITADA - MATRICULA JA EXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM OCUPA-VAGA
           END-WRITE.

       OCUPA-VAGA.
           ADD 1 TO OCUPADAS-TUR.
           REWRITE REG-TUR
               INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - AVISO: VAGA NAO ABATIDA NA TURMA"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - MATRICULA" TO LM-RESULTADO
           END-REWRITE.

      *----------------------------------------------------------
      *  ENFILEIRA-PEDIDO - TURMA CHEIA: O PEDIDO ENTRA NO FIM DA
      *  FILA DA TURMA, COM A DATA DE PROCESSAMENTO. QUEM JA ESTA
      *  MATRICULADO OU JA ESTA NA FILA DA TURMA E REJEITADO, PARA
      *  NAO OCUPAR DUAS POSICOES.
      *----------------------------------------------------------
       ENFILEIRA-PEDIDO.
           MOVE TURMA-MOV TO TURMA-MAT-MAT.
           MOVE NUM-MOV TO NUM-MAT-MAT.
           READ CADMAT-IDX
               INVALID KEY
                   PERFORM PROCURA-NA-FILA
               NOT INVALID KEY
                   MOVE "REJEITADA - MATRICULA JA EXISTENTE"
                       TO LM-RESULTADO
           END-READ.

       PROCURA-NA-FILA.
           MOVE "NAO" TO SW-JA-NA-ESPERA.
           MOVE "NAO" TO SW-FIM-ESPERA.
           MOVE ZEROS TO WS-ULTIMA-ORDEM.
           MOVE ZEROS TO WS-POSICAO.
           MOVE TURMA-MOV TO TURMA-ESP-ESP.
           MOVE ZEROS TO ORDEM-ESP-ESP.
           START CADESP-IDX KEY IS NOT LESS THAN CHAVE-ESP-ESP
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-ESPERA
           END-START.
           PERFORM PERCORRE-FILA UNTIL SW-FIM-ESPERA EQUAL "SIM".
           EVALUATE TRUE
               WHEN SW-JA-NA-ESPERA EQUAL "SIM"
                   MOVE "REJEITADA - JA NA LISTA DE ESPERA DA TURMA"
                       TO LM-RESULTADO
               WHEN WS-ULTIMA-ORDEM EQUAL 99999
                   MOVE "REJEITADA - LISTA DE ESPERA ESGOTADA"
                       TO LM-RESULTADO
               WHEN OTHER
                   PERFORM GRAVA-ESPERA
           END-EVALUATE.

       PERCORRE-FILA.
           READ CADESP-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-ESPERA
           END-READ.
           IF SW-FIM-ESPERA NOT EQUAL "SIM"
               IF TURMA-ESP-ESP NOT EQUAL TURMA-MOV
                   MOVE "SIM" TO SW-FIM-ESPERA
               ELSE
                   ADD 1 TO WS-POSICAO
                   MOVE ORDEM-ESP-ESP TO WS-ULTIMA-ORDEM
                   IF NUM-ESP-ESP EQUAL NUM-MOV
                       MOVE "SIM" TO SW-JA-NA-ESPERA
                   END-IF
               END-IF
           END-IF.

       GRAVA-ESPERA.
           MOVE TURMA-MOV TO TURMA-ESP-ESP.
           COMPUTE ORDEM-ESP-ESP = WS-ULTIMA-ORDEM + 1.
           MOVE NUM-MOV TO NUM-ESP-ESP.
           MOVE WS-DATA-SISTEMA TO DATA-PEDIDO-ESP-ESP.
           WRITE REG-ESP
               INVALID KEY
                   MOVE "REJEITADA - FALHA NA GRAVACAO DA ESPERA"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   ADD 1 TO QTDE-EM-ESPERA
                   ADD 1 TO WS-POSICAO
                   MOVE WS-POSICAO TO RF-POSICAO
                   MOVE WS-RESULTADO-FILA TO LM-RESULTADO
           END-WRITE.

      *----------------------------------------------------------
      *  APLICA-CANCELAMENTO - REMOVE A MATRICULA E DEVOLVE A
      *  VAGA A TURMA. TURMA JA EXCLUIDA DO MESTRE (NAO DEVERIA
      *  OCORRER COM MATRICULA VIVA) E APENAS AVISADA.
      *----------------------------------------------------------
       APLICA-CANCELAMENTO.
           MOVE TURMA-MOV TO TURMA-MAT-MAT.
           MOVE NUM-MOV TO NUM-MAT-MAT.
           DELETE CADMAT-IDX RECORD
               INVALID KEY
                   MOVE "REJEITADA - MATRICULA INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM DEVOLVE-VAGA
           END-DELETE.

       DEVOLVE-VAGA.
           MOVE TURMA-MOV TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - AVISO: TURMA NAO ENCONTRADA"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   IF OCUPADAS-TUR GREATER THAN ZEROS
                       SUBTRACT 1 FROM OCUPADAS-TUR
                   END-IF
                   REWRITE REG-TUR
                       INVALID KEY
                           MOVE "SIM" TO SW-APLICADA
                           MOVE "APLICADA - AVISO: VAGA NAO DEVOLVIDA"
                               TO LM-RESULTADO
                       NOT INVALID KEY
                           MOVE "SIM" TO SW-APLICADA
                           MOVE "APLICADA - CANCELAMENTO"
                               TO LM-RESULTADO
                   END-REWRITE
           END-READ.

       GRAVA-LINHA.
           MOVE TURMA-MOV TO LM-TURMA.
           MOVE NUM-MOV TO LM-NUM.
           MOVE TIPO-MOV TO LM-TIPO.
           MOVE LINHA-MOV TO REG-REL.
           WRITE REG-REL.
           IF SW-APLICADA EQUAL "SIM"
               ADD 1 TO QTDE-APLICADAS
           ELSE
               ADD 1 TO QTDE-REJEITADAS
           END-IF.

      *----------------------------------------------------------
      *  ATENDE-ESPERA-GERAL - ANTES DO MOVIMENTO DO DIA, PASSA
      *  PELA FILA DE CADA TURMA E PREENCHE AS VAGAS ABERTAS FORA
      *  DO EX18 DESDE A ULTIMA RODADA (AMPLIACAO NO EX17,
      *  INATIVACAO NO EX08, EXPURGO NO EX22). ASSIM QUEM JA
      *  ESPERAVA NAO PERDE A VEZ PARA UM PEDIDO NOVO DO MATMOV.
      *  DEPOIS DE CADA TURMA O START PULA PARA A TURMA SEGUINTE.
      *----------------------------------------------------------
       ATENDE-ESPERA-GERAL.
           MOVE LOW-VALUES TO CHAVE-ESP-ESP.
           MOVE "NAO" TO SW-FIM-TURMAS.
           PERFORM PROXIMA-TURMA-ESPERA
               UNTIL SW-FIM-TURMAS EQUAL "SIM".
           IF QTDE-PROMOVIDAS GREATER THAN ZEROS OR
              QTDE-RETIRADAS GREATER THAN ZEROS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
           END-IF.

       PROXIMA-TURMA-ESPERA.
           START CADESP-IDX KEY IS GREATER THAN CHAVE-ESP-ESP
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-TURMAS
           END-START.
           IF SW-FIM-TURMAS NOT EQUAL "SIM"
               READ CADESP-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-TURMAS
               END-READ
           END-IF.
           IF SW-FIM-TURMAS NOT EQUAL "SIM"
               MOVE TURMA-ESP-ESP TO WS-TURMA-VAGA
               PERFORM PROMOVE-ESPERA
               MOVE WS-TURMA-VAGA TO TURMA-ESP-ESP
               MOVE 99999 TO ORDEM-ESP-ESP
           END-IF.

      *----------------------------------------------------------
      *  PROMOVE-ESPERA - ENQUANTO A TURMA DE WS-TURMA-VAGA TIVER
      *  VAGA LIVRE E FILA, RETIRA O PRIMEIRO DA FILA E O
      *  MATRICULA COM A DATA DE PROCESSAMENTO. TURMA EXCLUIDA DO
      *  MESTRE ESVAZIA A FILA, COM O MOTIVO NO RELATORIO.
      *----------------------------------------------------------
       PROMOVE-ESPERA.
           MOVE "NAO" TO SW-FIM-ESPERA.
           MOVE WS-TURMA-VAGA TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "NAO" TO SW-TURMA-EXISTE
               NOT INVALID KEY
                   MOVE "SIM" TO SW-TURMA-EXISTE
           END-READ.
           PERFORM PROMOVE-PRIMEIRO UNTIL SW-FIM-ESPERA EQUAL "SIM".

       PROMOVE-PRIMEIRO.
           IF SW-TURMA-EXISTE EQUAL "SIM" AND
              OCUPADAS-TUR NOT LESS THAN CAPACIDADE-TUR
               MOVE "SIM" TO SW-FIM-ESPERA
           ELSE
               PERFORM LE-PRIMEIRO-ESPERA
           END-IF.
           IF SW-FIM-ESPERA NOT EQUAL "SIM"
               DELETE CADESP-IDX RECORD
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-ESPERA
                       MOVE "AVISO: FALHA NA RETIRADA DA FILA"
                           TO LE-RESULTADO
                       PERFORM GRAVA-LINHA-ESPERA
                   NOT INVALID KEY
                       PERFORM ENCAIXA-ESPERA
               END-DELETE
           END-IF.

       LE-PRIMEIRO-ESPERA.
           MOVE WS-TURMA-VAGA TO TURMA-ESP-ESP.
           MOVE ZEROS TO ORDEM-ESP-ESP.
           START CADESP-IDX KEY IS NOT LESS THAN CHAVE-ESP-ESP
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-ESPERA
           END-START.
           IF SW-FIM-ESPERA NOT EQUAL "SIM"
               READ CADESP-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-ESPERA
               END-READ
           END-IF.
           IF SW-FIM-ESPERA NOT EQUAL "SIM" AND
              TURMA-ESP-ESP NOT EQUAL WS-TURMA-VAGA
               MOVE "SIM" TO SW-FIM-ESPERA
           END-IF.

      *----------------------------------------------------------
      *  ENCAIXA-ESPERA - O PEDIDO JA SAIU DA FILA: MATRICULA A
      *  PESSOA SE ELA AINDA PUDER SER MATRICULADA (MESMOS
      *  CRITERIOS DA MATRICULA DO MOVIMENTO) OU RELATA O MOTIVO.
      *----------------------------------------------------------
       ENCAIXA-ESPERA.
           IF SW-TURMA-EXISTE NOT EQUAL "SIM"
               ADD 1 TO QTDE-RETIRADAS
               MOVE "RETIRADO DA FILA - TURMA INEXISTENTE"
                   TO LE-RESULTADO
           ELSE
               MOVE NUM-ESP-ESP TO NUM-IDX
               READ CADATU-IDX
                   INVALID KEY
                       ADD 1 TO QTDE-RETIRADAS
                       MOVE "RETIRADO DA FILA - NUMERO INEXISTENTE"
                           TO LE-RESULTADO
                   NOT INVALID KEY
                       IF INATIVO-IDX
                           ADD 1 TO QTDE-RETIRADAS
                           MOVE "RETIRADO DA FILA - PESSOA INATIVA"
                               TO LE-RESULTADO
                       ELSE
                           PERFORM ENCAIXA-PESSOA
                       END-IF
               END-READ
           END-IF.
           PERFORM GRAVA-LINHA-ESPERA.

       ENCAIXA-PESSOA.
           PERFORM CONFERE-RESPONSAVEL.
           IF SW-SEM-RESP EQUAL "SIM"
               ADD 1 TO QTDE-RETIRADAS
               MOVE "RETIRADO DA FILA - MENOR SEM RESPONSAVEL"
                   TO LE-RESULTADO
           ELSE
               PERFORM MATRICULA-DA-ESPERA
           END-IF.

       MATRICULA-DA-ESPERA.
           MOVE WS-TURMA-VAGA TO TURMA-MAT-MAT.
           MOVE NUM-ESP-ESP TO NUM-MAT-MAT.
           MOVE WS-DATA-SISTEMA TO DATA-MATRICULA-MAT.
           WRITE REG-MAT
               INVALID KEY
                   ADD 1 TO QTDE-RETIRADAS
                   MOVE "RETIRADO DA FILA - JA MATRICULADO"
                       TO LE-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO QTDE-PROMOVIDAS
                   PERFORM OCUPA-VAGA-ESPERA
           END-WRITE.

       OCUPA-VAGA-ESPERA.
           ADD 1 TO OCUPADAS-TUR.
           REWRITE REG-TUR
               INVALID KEY
                   MOVE "PROMOVIDO - AVISO: VAGA NAO ABATIDA"
                       TO LE-RESULTADO
               NOT INVALID KEY
                   MOVE "PROMOVIDO DA FILA - MATRICULADO"
                       TO LE-RESULTADO
           END-REWRITE.

       GRAVA-LINHA-ESPERA.
           MOVE WS-TURMA-VAGA TO LE-TURMA.
           MOVE NUM-ESP-ESP TO LE-NUM.
           MOVE LINHA-ESPERA TO REG-REL.
           WRITE REG-REL.

       TERMINO.
           IF SW-REL-OK EQUAL "SIM"
               IF SW-CADEIA-ATIVA NOT EQUAL "SIM"
                   PERFORM IMPRIME-TOTAIS
                   CLOSE MATMOV CADATU-IDX CADTUR-IDX CADMAT-IDX
                       CADESP-IDX
                   IF SW-RESPONSAVEIS EQUAL "SIM"
                       CLOSE CADRES-IDX
                   END-IF
               END-IF
               CLOSE EX18-REL
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
           MOVE "REJEITADAS: " TO LT-ROTULO.
           MOVE QTDE-REJEITADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "POSTAS EM ESPERA: " TO LT-ROTULO.
           MOVE QTDE-EM-ESPERA TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "PROMOVIDAS DA ESPERA: " TO LT-ROTULO.
           MOVE QTDE-PROMOVIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "RETIRADAS DA ESPERA: " TO LT-ROTULO.
           MOVE QTDE-RETIRADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.

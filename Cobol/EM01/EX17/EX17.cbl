       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX17.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  MANUTENCAO DO CADASTRO DE TURMAS CADTUR-IDX. LE O
      *         ARQUIVO DE MOVIMENTO TURMOV (TIPO DE TRANSACAO,
      *         CODIGO, NOME, TURNO E CAPACIDADE) E APLICA CADA
      *         TRANSACAO SOBRE O CADASTRO INDEXADO, EM ACESSO
      *         RANDOMICO PELA CHAVE COD-TURMA-TUR:
      *
      *           I - INCLUSAO  (REJEITA CODIGO JA EXISTENTE, NOME
      *               EM BRANCO, TURNO FORA DE M/T/N E CAPACIDADE
      *               ZERADA; VAGAS OCUPADAS NASCEM ZERADAS);
      *           A - ALTERACAO (REJEITA CODIGO INEXISTENTE; SO
      *               SUBSTITUI NOME, TURNO E CAPACIDADE QUANDO
      *               PREENCHIDOS NO MOVIMENTO; REJEITA CAPACIDADE
      *               MENOR QUE AS VAGAS JA OCUPADAS; AS VAGAS
      *               OCUPADAS SO O EX18 MANTEM. CAPACIDADE
      *               AMPLIADA SAI MARCADA: AS VAGAS NOVAS VAO
      *               PARA A LISTA DE ESPERA DA TURMA NA PROXIMA
      *               RODADA DO EX18);
      *           E - EXCLUSAO  (REJEITA CODIGO INEXISTENTE E TURMA
      *               COM MATRICULAS - VAGAS OCUPADAS NAO ZERADAS).
      *
      *         EMITE EM EX17-REL UMA LINHA POR TRANSACAO COM O
      *         RESULTADO (APLICADA OU MOTIVO DA REJEICAO) E OS
      *         TOTAIS DE CONTROLE AO FINAL, NO MESMO ESQUEMA DO
      *         EX08 PARA O CADASTRO DE PESSOAS.
      *
      *         ENQUANTO A TRAVA DA CADEIA NOTURNA (COPY CADTRV)
      *         ESTIVER GRAVADA O PROGRAMA NAO APLICA NADA: A
      *         RODADA SAI SO COM O AVISO NO RELATORIO E O
      *         MOVIMENTO DEVE SER SUBMETIDO DE NOVO APOS O EX12.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  15/10/2026 GGC   ALTERACAO QUE AMPLIA A CAPACIDADE SAI
      *                   MARCADA NO RELATORIO - AS VAGAS NOVAS SAO
      *                   PREENCHIDAS PELA LISTA DE ESPERA (CADESP)
      *                   NO INICIO DA PROXIMA RODADA DO EX18.
      *  15/10/2026 GGC   JANELA BATCH: COM A TRAVA DA CADEIA EX12
      *                   GRAVADA EM CADTRV-IDX O PROGRAMA NAO RODA -
      *                   NADA E APLICADO E O MOTIVO SAI NO RELATORIO.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMOV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MOV.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT EX17-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.
           FD TURMOV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "TURMOV.DAT".
           01 REG-MOV.
           02 TIPO-MOV        PIC X(01).
           88 MOV-INCLUSAO         VALUE "I".
           88 MOV-ALTERACAO        VALUE "A".
           88 MOV-EXCLUSAO         VALUE "E".
           COPY CADTUR REPLACING ==:TAG:== BY ==MOV==.

           FD CADTUR-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTUR-IDX.DAT".
           01 REG-TUR.
           COPY CADTUR REPLACING ==:TAG:== BY ==TUR==.

           FD EX17-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX17-REL.DAT".
           01 REG-REL              PIC X(80).

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-MOV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 SW-APLICADA       PIC X(03) VALUE "NAO".
       77 SW-REL-OK         PIC X(03) VALUE "NAO".
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-CADEIA-ATIVA   PIC X(03) VALUE "NAO".
       77 QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 QTDE-APLICADAS    PIC 9(07) VALUE ZEROS.
       77 QTDE-REJEITADAS   PIC 9(07) VALUE ZEROS.
       77 WS-CAPAC-ANTES    PIC 9(03) VALUE ZEROS.

       01 LINHA-MOV.
           02 FILLER          PIC X(07) VALUE "TURMA: ".
           02 LM-TURMA        PIC X(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "TIPO: ".
           02 LM-TIPO         PIC X(01).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LM-RESULTADO    PIC X(50).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(14).
           02 LT-QTDE         PIC ZZZZZZ9.

       01 LINHA-TRAVA.
           02 FILLER          PIC X(38) VALUE
              "CADEIA NOTURNA EX12 EM EXECUCAO DESDE ".
           02 LTR-DATA        PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LTR-HORA        PIC 9(06).
           02 FILLER          PIC X(17) VALUE " - NADA APLICADO.".

       PROCEDURE DIVISION.
       PGM-EX17.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - SEM O RELATORIO NAO HA TRILHA DE AUDITORIA DAS
      *  TRANSACOES: FALHA NA SUA ABERTURA ENCERRA O PROGRAMA
      *  ANTES DE TOCAR O CADASTRO. CADTUR-IDX AUSENTE NA PRIMEIRA
      *  CARGA E CRIADO VAZIO ANTES DE APLICAR AS INCLUSOES.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX17-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               DISPLAY "EX17 - FALHA NA ABERTURA DE EX17-REL. "
                       "NENHUMA TRANSACAO APLICADA."
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-REL-OK
               MOVE "MOVIMENTACAO DO CADASTRO DE TURMAS - TURMOV"
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               PERFORM CONFERE-TRAVA-CADEIA
               IF SW-CADEIA-ATIVA NOT EQUAL "SIM"
                   PERFORM ABRE-CADASTROS
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-TRAVA-CADEIA - PROCURA EM CADTRV-IDX A TRAVA DA
      *  CADEIA NOTURNA. COM O EX12 EM EXECUCAO O EX17 NAO MEXE
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
               DISPLAY "EX17 - CADEIA NOTURNA EX12 EM EXECUCAO - "
                       "EXECUCAO RECUSADA."
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  ABRE-CADASTROS - ABRE O MOVIMENTO E O CADASTRO DE TURMAS
      *  (CRIADO SE AUSENTE) E INICIA A LEITURA.
      *----------------------------------------------------------
       ABRE-CADASTROS.
           OPEN INPUT TURMOV.
           OPEN I-O CADTUR-IDX.
           IF WS-STATUS-TUR EQUAL "35"
               OPEN OUTPUT CADTUR-IDX
               CLOSE CADTUR-IDX
               OPEN I-O CADTUR-IDX
           END-IF.
           IF WS-STATUS-MOV NOT EQUAL "00" OR
              WS-STATUS-TUR NOT EQUAL "00"
               MOVE "MOVIMENTO OU CADASTRO INDISPONIVEL."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
           END-IF.

       LEITURA.
           READ TURMOV AT END MOVE "SIM" TO FIM-ARQ.
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
               WHEN MOV-INCLUSAO
                   PERFORM APLICA-INCLUSAO
               WHEN MOV-ALTERACAO
                   PERFORM APLICA-ALTERACAO
               WHEN MOV-EXCLUSAO
                   PERFORM APLICA-EXCLUSAO
               WHEN OTHER
                   MOVE "REJEITADA - TIPO DE TRANSACAO INVALIDO"
                       TO LM-RESULTADO
           END-EVALUATE.
           PERFORM GRAVA-LINHA.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  APLICA-INCLUSAO - GRAVA UMA TURMA NOVA EM CADTUR-IDX. A
      *  CLAUSULA INVALID KEY DETECTA CODIGO JA EXISTENTE. VAGAS
      *  OCUPADAS NASCEM ZERADAS, QUALQUER QUE SEJA O MOVIMENTO.
      *----------------------------------------------------------
       APLICA-INCLUSAO.
           EVALUATE TRUE
               WHEN NOME-TURMA-MOV EQUAL SPACES
                   MOVE "REJEITADA - NOME DA TURMA EM BRANCO"
                       TO LM-RESULTADO
               WHEN TURNO-MOV NOT EQUAL "M" AND
                    TURNO-MOV NOT EQUAL "T" AND
                    TURNO-MOV NOT EQUAL "N"
                   MOVE "REJEITADA - TURNO INVALIDO (M/T/N)"
                       TO LM-RESULTADO
               WHEN CAPACIDADE-MOV EQUAL ZEROS
                   MOVE "REJEITADA - CAPACIDADE ZERADA"
                       TO LM-RESULTADO
               WHEN OTHER
                   PERFORM GRAVA-INCLUSAO
           END-EVALUATE.

       GRAVA-INCLUSAO.
           MOVE COD-TURMA-MOV TO COD-TURMA-TUR.
           MOVE NOME-TURMA-MOV TO NOME-TURMA-TUR.
           MOVE TURNO-MOV TO TURNO-TUR.
           MOVE CAPACIDADE-MOV TO CAPACIDADE-TUR.
           MOVE ZEROS TO OCUPADAS-TUR.
           WRITE REG-TUR
               INVALID KEY
                   MOVE "REJEITADA - CODIGO JA EXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - INCLUSAO" TO LM-RESULTADO
           END-WRITE.

      *----------------------------------------------------------
      *  APLICA-ALTERACAO - LE A TURMA PELO CODIGO E REGRAVA COM
      *  OS CAMPOS PREENCHIDOS NO MOVIMENTO. CAMPO EM BRANCO OU
      *  ZERADO PRESERVA O CONTEUDO ATUAL. AS VAGAS OCUPADAS NAO
      *  SAO TOCADAS - SO O EX18 AS MANTEM.
      *----------------------------------------------------------
       APLICA-ALTERACAO.
           MOVE COD-TURMA-MOV TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "REJEITADA - ALTERACAO DE CODIGO INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM REGRAVA-ALTERACAO
           END-READ.

       REGRAVA-ALTERACAO.
           EVALUATE TRUE
               WHEN TURNO-MOV NOT EQUAL SPACES AND
                    TURNO-MOV NOT EQUAL "M" AND
                    TURNO-MOV NOT EQUAL "T" AND
                    TURNO-MOV NOT EQUAL "N"
                   MOVE "REJEITADA - TURNO INVALIDO (M/T/N)"
                       TO LM-RESULTADO
               WHEN CAPACIDADE-MOV NOT EQUAL ZEROS AND
                    CAPACIDADE-MOV LESS THAN OCUPADAS-TUR
                   MOVE "REJEITADA - CAPACIDADE MENOR QUE OCUPADAS"
                       TO LM-RESULTADO
               WHEN OTHER
                   MOVE CAPACIDADE-TUR TO WS-CAPAC-ANTES
                   IF NOME-TURMA-MOV NOT EQUAL SPACES
                       MOVE NOME-TURMA-MOV TO NOME-TURMA-TUR
                   END-IF
                   IF TURNO-MOV NOT EQUAL SPACES
                       MOVE TURNO-MOV TO TURNO-TUR
                   END-IF
                   IF CAPACIDADE-MOV NOT EQUAL ZEROS
                       MOVE CAPACIDADE-MOV TO CAPACIDADE-TUR
                   END-IF
                   REWRITE REG-TUR
                       INVALID KEY
                           MOVE "REJEITADA - FALHA NA REGRAVACAO"
                               TO LM-RESULTADO
                       NOT INVALID KEY
                           MOVE "SIM" TO SW-APLICADA
                           PERFORM RESULTADO-ALTERACAO
                   END-REWRITE
           END-EVALUATE.

       RESULTADO-ALTERACAO.
           IF CAPACIDADE-TUR GREATER THAN WS-CAPAC-ANTES
               MOVE "APLICADA - AMPLIADA (VAGAS P/ LISTA DE ESPERA)"
                   TO LM-RESULTADO
           ELSE
               MOVE "APLICADA - ALTERACAO" TO LM-RESULTADO
           END-IF.

      *----------------------------------------------------------
      *  APLICA-EXCLUSAO - REMOVE A TURMA PELO CODIGO. TURMA COM
      *  VAGAS OCUPADAS TEM MATRICULAS VIVAS EM CADMAT-IDX E NAO
      *  PODE SUMIR ANTES DE ELAS SEREM CANCELADAS PELO EX18.
      *----------------------------------------------------------
       APLICA-EXCLUSAO.
           MOVE COD-TURMA-MOV TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "REJEITADA - EXCLUSAO DE CODIGO INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM EXCLUI-TURMA
           END-READ.

       EXCLUI-TURMA.
           IF OCUPADAS-TUR GREATER THAN ZEROS
               MOVE "REJEITADA - TURMA COM MATRICULAS ATIVAS"
                   TO LM-RESULTADO
           ELSE
               DELETE CADTUR-IDX RECORD
                   INVALID KEY
                       MOVE "REJEITADA - FALHA NA EXCLUSAO"
                           TO LM-RESULTADO
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-APLICADA
                       MOVE "APLICADA - EXCLUSAO" TO LM-RESULTADO
               END-DELETE
           END-IF.

       GRAVA-LINHA.
           MOVE COD-TURMA-MOV TO LM-TURMA.
           MOVE TIPO-MOV TO LM-TIPO.
           MOVE LINHA-MOV TO REG-REL.
           WRITE REG-REL.
           IF SW-APLICADA EQUAL "SIM"
               ADD 1 TO QTDE-APLICADAS
           ELSE
               ADD 1 TO QTDE-REJEITADAS
           END-IF.

       TERMINO.
           IF SW-REL-OK EQUAL "SIM"
               IF SW-CADEIA-ATIVA NOT EQUAL "SIM"
                   PERFORM IMPRIME-TOTAIS
                   CLOSE TURMOV CADTUR-IDX
               END-IF
               CLOSE EX17-REL
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

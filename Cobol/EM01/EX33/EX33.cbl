       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX33.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LE O ARQUIVO DE MOVIMENTO RESMOV (TIPO DE TRANSACAO
      *         E O REGISTRO DO RESPONSAVEL - COPY CADRES) E APLICA
      *         CADA TRANSACAO SOBRE O CADASTRO INDEXADO DE
      *         RESPONSAVEIS POR MENORES CADRES-IDX, EM ACESSO
      *         RANDOMICO PELO NUMERO DA PESSOA NO CADATU:
      *
      *           I - INCLUSAO  (REJEITA NUMERO INEXISTENTE OU
      *               INATIVO EM CADATU-IDX, RESPONSAVEL JA
      *               CADASTRADO, NOME OU DOCUMENTO EM BRANCO E
      *               PARENTESCO INVALIDO);
      *           A - ALTERACAO (REJEITA RESPONSAVEL INEXISTENTE; SO
      *               SUBSTITUI OS CAMPOS PREENCHIDOS NO MOVIMENTO,
      *               PARA PERMITIR CORRECAO PARCIAL, COMO NO EX08);
      *           E - EXCLUSAO  (REJEITA RESPONSAVEL INEXISTENTE;
      *               REMOVE O REGISTRO - A IMAGEM ANTERIOR FICA NO
      *               JOURNAL).
      *
      *         A INCLUSAO/ALTERACAO/EXCLUSAO SO E APLICADA COM O
      *         CARTAO EX33-OPE DE UM OPERADOR DE PERFIL A OU G EM
      *         CADOPE-IDX, COMO O CADMOV NO EX08.
      *
      *         EMITE EM EX33-REL UMA LINHA POR TRANSACAO COM O
      *         RESULTADO (APLICADA OU MOTIVO DA REJEICAO) E OS
      *         TOTAIS DE CONTROLE AO FINAL, E ACRESCENTA CADA
      *         TRANSACAO APLICADA AO JOURNAL EX33-JRN, COM
      *         OPERADOR, DATA E HORA E AS IMAGENS ANTES E DEPOIS,
      *         NO MESMO ESPIRITO DO EX08-JRN.
      *
      *         O CADASTRO E CONSULTADO PELO EX06, QUE LISTA O
      *         RESPONSAVEL DE CADA MENOR, E PELO EX18, QUE NAO
      *         MATRICULA MENOR SEM RESPONSAVEL CADASTRADO.
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
           SELECT RESMOV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MOV.
           SELECT CADRES-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-RES-RES
            FILE STATUS IS WS-STATUS-RES.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT EX33-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX33-OPE ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CAR.
           SELECT CADOPE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS ID-OPERADOR-OPE
            FILE STATUS IS WS-STATUS-OPE.
           SELECT EX33-JRN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-JRN.

       DATA DIVISION.
       FILE SECTION.
           FD RESMOV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "RESMOV.DAT".
           01 REG-MOV.
           02 TIPO-MOV        PIC X(01).
           88 MOV-INCLUSAO         VALUE "I".
           88 MOV-ALTERACAO        VALUE "A".
           88 MOV-EXCLUSAO         VALUE "E".
           COPY CADRES REPLACING ==:TAG:== BY ==MOV==.

           FD CADRES-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADRES-IDX.DAT".
           01 REG-RES.
           COPY CADRES REPLACING ==:TAG:== BY ==RES==.

           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD EX33-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX33-REL.DAT".
           01 REG-REL              PIC X(80).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX33-OPE LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX33-OPE.DAT".
           01 REG-CAR.
           02 CAR-OPERADOR    PIC X(08).

           FD CADOPE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADOPE-IDX.DAT".
           01 REG-OPE.
           COPY CADOPE REPLACING ==:TAG:== BY ==OPE==.

           FD EX33-JRN LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX33-JRN.DAT".
           01 REG-JRN.
           02 JRN-OPERADOR    PIC X(08).
           02 JRN-DATA        PIC 9(08).
           02 JRN-HORA        PIC 9(06).
           02 JRN-TIPO        PIC X(01).
           02 JRN-NUM         PIC 9(05).
           02 JRN-IMAGEM-ANTES.
           03 JRN-NOME-ANTES  PIC X(30).
           03 JRN-PAR-ANTES   PIC X(01).
           03 JRN-DOC-ANTES   PIC X(14).
           03 JRN-TEL-ANTES   PIC X(12).
           02 JRN-IMAGEM-DEPOIS.
           03 JRN-NOME-DEPOIS PIC X(30).
           03 JRN-PAR-DEPOIS  PIC X(01).
           03 JRN-DOC-DEPOIS  PIC X(14).
           03 JRN-TEL-DEPOIS  PIC X(12).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-MOV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-RES     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-OPE     PIC X(02) VALUE SPACES.
       77 WS-STATUS-JRN     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-RODADA-AUTORIZ PIC X(03) VALUE "NAO".
       77 SW-CADASTROS-OK   PIC X(03) VALUE "NAO".
       77 SW-APLICADA       PIC X(03) VALUE "NAO".
       77 SW-REL-OK         PIC X(03) VALUE "NAO".
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA   PIC 9(06) VALUE ZEROS.
       77 QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 QTDE-APLICADAS    PIC 9(07) VALUE ZEROS.
       77 QTDE-REJEITADAS   PIC 9(07) VALUE ZEROS.

       01 WS-IMAGEM-ANTES.
           02 ANT-NOME        PIC X(30).
           02 ANT-PARENTESCO  PIC X(01).
           02 ANT-DOCUMENTO   PIC X(14).
           02 ANT-TELEFONE    PIC X(12).

       01 WS-IMAGEM-DEPOIS.
           02 DEP-NOME        PIC X(30).
           02 DEP-PARENTESCO  PIC X(01).
           02 DEP-DOCUMENTO   PIC X(14).
           02 DEP-TELEFONE    PIC X(12).

       01 LINHA-MOV.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LM-NUM          PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "TIPO: ".
           02 LM-TIPO         PIC X(01).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LM-RESULTADO    PIC X(50).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(25).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX33.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - SEM O RELATORIO NAO HA TRILHA DE AUDITORIA DAS
      *  TRANSACOES: FALHA NA SUA ABERTURA ENCERRA O PROGRAMA
      *  ANTES DE TOCAR O CADASTRO.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX33-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               DISPLAY "EX33 - FALHA NA ABERTURA DE EX33-REL. "
                       "NENHUMA TRANSACAO APLICADA."
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-REL-OK
               MOVE "RESPONSAVEIS POR MENORES CADRES-IDX - RESMOV"
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               PERFORM CONFERE-OPERADOR
               IF SW-RODADA-AUTORIZ NOT EQUAL "SIM"
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   PERFORM OBTEM-DATA-PROCESSO
                   PERFORM ABRE-CADASTROS
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  ABRE-CADASTROS - ABRE O MOVIMENTO, O CADASTRO DE PESSOAS
      *  (SO CONSULTA, PARA A INCLUSAO) E O DE RESPONSAVEIS, QUE E
      *  CRIADO VAZIO NA PRIMEIRA RODADA.
      *----------------------------------------------------------
       ABRE-CADASTROS.
           OPEN INPUT RESMOV.
           OPEN INPUT CADATU-IDX.
           OPEN I-O CADRES-IDX.
           IF WS-STATUS-RES EQUAL "35"
               OPEN OUTPUT CADRES-IDX
               CLOSE CADRES-IDX
               OPEN I-O CADRES-IDX
           END-IF.
           IF WS-STATUS-MOV NOT EQUAL "00" OR
              WS-STATUS-IDX NOT EQUAL "00" OR
              WS-STATUS-RES NOT EQUAL "00"
               MOVE "MOVIMENTO OU CADASTROS INDISPONIVEIS."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-CADASTROS-OK
               PERFORM LEITURA
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-OPERADOR - LE O CARTAO EX33-OPE COM QUEM SUBMETEU
      *  A RODADA E CONFERE O PERFIL EM CADOPE-IDX: SO A OU G
      *  APLICAM RESMOV. SO O CADASTRO DE SEGURANCA AINDA
      *  INEXISTENTE (STATUS 35) LIBERA COM AVISO, COMO NO EX08;
      *  QUALQUER OUTRA FALHA, CARTAO AUSENTE, OPERADOR NAO
      *  CADASTRADO OU PERFIL DE CONSULTA RECUSAM A RODADA.
      *----------------------------------------------------------
       CONFERE-OPERADOR.
           OPEN INPUT CADOPE-IDX.
           EVALUATE TRUE
               WHEN WS-STATUS-OPE EQUAL "35"
                   MOVE "SEM CADASTRO DE SEGURANCA - RODADA LIBERADA."
                       TO REG-REL
                   WRITE REG-REL
                   MOVE "SIM" TO SW-RODADA-AUTORIZ
               WHEN WS-STATUS-OPE NOT EQUAL "00"
                   MOVE "CADASTRO DE SEGURANCA INDISPONIVEL - RECUSADA."
                       TO REG-REL
                   WRITE REG-REL
               WHEN OTHER
                   PERFORM LE-CARTAO-OPERADOR
                   PERFORM CONFERE-PERFIL
                   CLOSE CADOPE-IDX
           END-EVALUATE.

       CONFERE-PERFIL.
           IF WS-OPERADOR EQUAL SPACES
               MOVE "CARTAO EX33-OPE AUSENTE - RODADA RECUSADA."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-OPERADOR TO ID-OPERADOR-OPE
               READ CADOPE-IDX
                   INVALID KEY
                       MOVE "OPERADOR NAO CADASTRADO - RECUSADA."
                           TO REG-REL
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       IF PERFIL-ATUALIZA-OPE OR PERFIL-ADMIN-OPE
                           MOVE "SIM" TO SW-RODADA-AUTORIZ
                       ELSE
                           PERFORM RECUSA-PERFIL
                       END-IF
               END-READ
           END-IF.

       RECUSA-PERFIL.
           MOVE "OPERADOR SEM PERFIL DE ATUALIZACAO - RECUSADA."
               TO REG-REL.
           WRITE REG-REL.

       LE-CARTAO-OPERADOR.
           OPEN INPUT EX33-OPE.
           IF WS-STATUS-CAR EQUAL "00"
               READ EX33-OPE
                   NOT AT END MOVE CAR-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE EX33-OPE
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA O JOURNAL CARREGAR A MESMA DATA DO
      *  RESTO DO CICLO. CARTAO AUSENTE OU INVALIDO CAI NA DATA
      *  DO SISTEMA.
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
                   DISPLAY "EX33 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ RESMOV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-MOV EQUAL "00"
                   ADD 1 TO QTDE-LIDAS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - APLICA A TRANSACAO CONFORME O TIPO. CADA
      *  PARAGRAFO DE APLICACAO DEIXA EM LM-RESULTADO O RESULTADO,
      *  AS IMAGENS ANTES/DEPOIS PARA O JOURNAL E LIGA SW-APLICADA
      *  QUANDO A GRAVACAO FOI CONFIRMADA.
      *----------------------------------------------------------
       PRINCIPAL.
           MOVE "NAO" TO SW-APLICADA.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
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
      *  APLICA-INCLUSAO - CONFERE OS CAMPOS OBRIGATORIOS E A
      *  PESSOA EM CADATU-IDX ANTES DE GRAVAR. A CLAUSULA INVALID
      *  KEY DETECTA RESPONSAVEL JA CADASTRADO (TROCA E PELA
      *  ALTERACAO).
      *----------------------------------------------------------
       APLICA-INCLUSAO.
           EVALUATE TRUE
               WHEN NOME-RESP-MOV EQUAL SPACES
                   MOVE "REJEITADA - NOME DO RESPONSAVEL EM BRANCO"
                       TO LM-RESULTADO
               WHEN NOT PARENTESCO-VALIDO-MOV
                   MOVE "REJEITADA - PARENTESCO INVALIDO"
                       TO LM-RESULTADO
               WHEN DOCUMENTO-RESP-MOV EQUAL SPACES
                   MOVE "REJEITADA - DOCUMENTO DO RESPONSAVEL EM BRANCO"
                       TO LM-RESULTADO
               WHEN OTHER
                   PERFORM CONFERE-PESSOA
           END-EVALUATE.

       CONFERE-PESSOA.
           MOVE NUM-RES-MOV TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "REJEITADA - NUMERO INEXISTENTE NO CADASTRO"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   IF INATIVO-IDX
                       MOVE "REJEITADA - PESSOA INATIVA NO CADASTRO"
                           TO LM-RESULTADO
                   ELSE
                       PERFORM GRAVA-INCLUSAO
                   END-IF
           END-READ.

       GRAVA-INCLUSAO.
           MOVE NUM-RES-MOV TO NUM-RES-RES.
           MOVE NOME-RESP-MOV TO NOME-RESP-RES.
           MOVE PARENTESCO-MOV TO PARENTESCO-RES.
           MOVE DOCUMENTO-RESP-MOV TO DOCUMENTO-RESP-RES.
           MOVE TELEFONE-RESP-MOV TO TELEFONE-RESP-RES.
           WRITE REG-RES
               INVALID KEY
                   MOVE "REJEITADA - RESPONSAVEL JA CADASTRADO"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - INCLUSAO" TO LM-RESULTADO
                   PERFORM GUARDA-IMAGEM-DEPOIS
           END-WRITE.

      *----------------------------------------------------------
      *  APLICA-ALTERACAO - LE O RESPONSAVEL PELO NUMERO E REGRAVA
      *  COM OS CAMPOS DO MOVIMENTO. CAMPO EM BRANCO NO MOVIMENTO
      *  PRESERVA O CONTEUDO ATUAL.
      *----------------------------------------------------------
       APLICA-ALTERACAO.
           MOVE NUM-RES-MOV TO NUM-RES-RES.
           READ CADRES-IDX
               INVALID KEY
                   MOVE "REJEITADA - RESPONSAVEL INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM GUARDA-IMAGEM-ANTES
                   PERFORM REGRAVA-ALTERACAO
           END-READ.

       REGRAVA-ALTERACAO.
           IF PARENTESCO-MOV NOT EQUAL SPACES AND
              NOT PARENTESCO-VALIDO-MOV
               MOVE "REJEITADA - PARENTESCO INVALIDO"
                   TO LM-RESULTADO
           ELSE
               IF NOME-RESP-MOV NOT EQUAL SPACES
                   MOVE NOME-RESP-MOV TO NOME-RESP-RES
               END-IF
               IF PARENTESCO-MOV NOT EQUAL SPACES
                   MOVE PARENTESCO-MOV TO PARENTESCO-RES
               END-IF
               IF DOCUMENTO-RESP-MOV NOT EQUAL SPACES
                   MOVE DOCUMENTO-RESP-MOV TO DOCUMENTO-RESP-RES
               END-IF
               IF TELEFONE-RESP-MOV NOT EQUAL SPACES
                   MOVE TELEFONE-RESP-MOV TO TELEFONE-RESP-RES
               END-IF
               REWRITE REG-RES
                   INVALID KEY
                       MOVE "REJEITADA - FALHA NA REGRAVACAO"
                           TO LM-RESULTADO
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-APLICADA
                       MOVE "APLICADA - ALTERACAO" TO LM-RESULTADO
                       PERFORM GUARDA-IMAGEM-DEPOIS
               END-REWRITE
           END-IF.

      *----------------------------------------------------------
      *  APLICA-EXCLUSAO - REMOVE O RESPONSAVEL. O REGISTRO E LIDO
      *  ANTES DO DELETE PARA A IMAGEM ANTERIOR IR AO JOURNAL; A
      *  IMAGEM POSTERIOR FICA EM BRANCO.
      *----------------------------------------------------------
       APLICA-EXCLUSAO.
           MOVE NUM-RES-MOV TO NUM-RES-RES.
           READ CADRES-IDX
               INVALID KEY
                   MOVE "REJEITADA - RESPONSAVEL INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM GUARDA-IMAGEM-ANTES
                   PERFORM REMOVE-RESPONSAVEL
           END-READ.

       REMOVE-RESPONSAVEL.
           DELETE CADRES-IDX RECORD
               INVALID KEY
                   MOVE "REJEITADA - FALHA NA EXCLUSAO"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE "SIM" TO SW-APLICADA
                   MOVE "APLICADA - EXCLUSAO" TO LM-RESULTADO
           END-DELETE.

       GUARDA-IMAGEM-ANTES.
           MOVE NOME-RESP-RES TO ANT-NOME.
           MOVE PARENTESCO-RES TO ANT-PARENTESCO.
           MOVE DOCUMENTO-RESP-RES TO ANT-DOCUMENTO.
           MOVE TELEFONE-RESP-RES TO ANT-TELEFONE.

       GUARDA-IMAGEM-DEPOIS.
           MOVE NOME-RESP-RES TO DEP-NOME.
           MOVE PARENTESCO-RES TO DEP-PARENTESCO.
           MOVE DOCUMENTO-RESP-RES TO DEP-DOCUMENTO.
           MOVE TELEFONE-RESP-RES TO DEP-TELEFONE.

       GRAVA-LINHA.
           MOVE NUM-RES-MOV TO LM-NUM.
           MOVE TIPO-MOV TO LM-TIPO.
           MOVE LINHA-MOV TO REG-REL.
           WRITE REG-REL.
           IF SW-APLICADA EQUAL "SIM"
               ADD 1 TO QTDE-APLICADAS
               PERFORM GRAVA-JOURNAL
           ELSE
               ADD 1 TO QTDE-REJEITADAS
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-JOURNAL - ACRESCENTA EM EX33-JRN A TRANSACAO
      *  APLICADA, COM OPERADOR (DO CARTAO EX33-OPE), DATA DE
      *  PROCESSAMENTO, HORA REAL E AS IMAGENS ANTES E DEPOIS DO
      *  RESPONSAVEL, COMO O EX08 FAZ EM EX08-JRN. FALHA NO
      *  JOURNAL E AVISADA NO RELATORIO, MAS NAO DESFAZ A
      *  TRANSACAO JA GRAVADA NO CADASTRO.
      *----------------------------------------------------------
       GRAVA-JOURNAL.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           OPEN EXTEND EX33-JRN.
           IF WS-STATUS-JRN EQUAL "35"
               OPEN OUTPUT EX33-JRN
           END-IF.
           IF WS-STATUS-JRN EQUAL "00"
               MOVE WS-OPERADOR TO JRN-OPERADOR
               MOVE WS-DATA-SISTEMA TO JRN-DATA
               MOVE WS-HORA-SISTEMA TO JRN-HORA
               MOVE TIPO-MOV TO JRN-TIPO
               MOVE NUM-RES-MOV TO JRN-NUM
               MOVE WS-IMAGEM-ANTES TO JRN-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS TO JRN-IMAGEM-DEPOIS
               WRITE REG-JRN
               IF WS-STATUS-JRN NOT EQUAL "00"
                   PERFORM AVISA-JOURNAL
               END-IF
               CLOSE EX33-JRN
           ELSE
               PERFORM AVISA-JOURNAL
           END-IF.

       AVISA-JOURNAL.
           MOVE "AVISO: FALHA NA GRAVACAO DO JOURNAL EX33-JRN."
               TO REG-REL.
           WRITE REG-REL.

       TERMINO.
           IF SW-REL-OK EQUAL "SIM"
               PERFORM IMPRIME-TOTAIS
               CLOSE EX33-REL
           END-IF.
           IF SW-CADASTROS-OK EQUAL "SIM"
               CLOSE RESMOV CADATU-IDX CADRES-IDX
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX31.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  REVISAO PERIODICA DE ACESSOS. LE O MES DE REFERENCIA
      *         (AAAAMM) DO CARTAO EX31-PAR; SEM MES VALIDO USA O MES
      *         DA DATA DE PROCESSAMENTO.
      *
      *         CARREGA EM TABELA OS OPERADORES DO CADASTRO DE
      *         SEGURANCA CADOPE-IDX (EX23) E PERCORRE AS TRILHAS
      *         DOS PROGRAMAS QUE EXIGEM SIGN-ON: EX09-AUD (CADA
      *         ALTERACAO), EX08-JRN (CADA TRANSACAO; O REGISTRO
      *         "R" DA FUSAO E A OUTRA METADE DO "F" E NAO CONTA DE
      *         NOVO), EX33-JRN (CADA TRANSACAO DE RESPONSAVEL),
      *         EX34-AUD (CADA MATRICULA, CANCELAMENTO OU ENTRADA NA
      *         FILA FEITA NO BALCAO) E EX23-LOG (MANUTENCAO DE
      *         OPERADORES E REMOCAO DE TRAVAS). PARA CADA OPERADOR
      *         APURA A DATA DA ULTIMA ATIVIDADE ATE O FIM DO MES E
      *         O NUMERO DE ALTERACOES FEITAS NO MES; QUEM NAO TEVE
      *         ATIVIDADE NO MES SAI DESTACADO. ATIVIDADE POSTERIOR
      *         AO MES E IGNORADA, PARA A REVISAO DE UM MES PASSADO
      *         SAIR SEMPRE IGUAL.
      *
      *         A SEGUNDA PARTE LISTA TODAS AS ENTRADAS NEGADAS
      *         (EVENTO NEGADO) DO MES EM EX09-AUD, EX23-LOG E
      *         EX34-AUD, COM A ORIGEM E SE O ID AINDA ESTA NO
      *         CADASTRO - E O QUE O AUDITOR PRECISA PARA ASSINAR
      *         QUEM SEGUE COM ACESSO.
      *
      *         EMITE EM EX31-REL UMA LISTAGEM PAGINADA NO ESTILO
      *         DO EX30, COM TOTAIS AO FIM DE CADA PARTE.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  15/10/2026 GGC   VERSAO ORIGINAL.
      *  15/10/2026 GGC   JOURNAL EX33-JRN (RESPONSAVEIS POR MENORES)
      *                   PASSA A CONTAR COMO ATIVIDADE DO OPERADOR.
      *  15/10/2026 GGC   AUDITORIA EX34-AUD (MATRICULA NO BALCAO)
      *                   CONTA COMO ATIVIDADE E SUAS ENTRADAS
      *                   NEGADAS SAEM NA SEGUNDA PARTE.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS ID-OPERADOR-OPE
            FILE STATUS IS WS-STATUS-OPE.
           SELECT EX09-AUD ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-AUD.
           SELECT EX08-JRN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-JRN.
           SELECT EX33-JRN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-RJN.
           SELECT EX34-AUD ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MAU.
           SELECT EX23-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.
           SELECT EX31-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX31-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADOPE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADOPE-IDX.DAT".
           01 REG-OPE.
           COPY CADOPE REPLACING ==:TAG:== BY ==OPE==.

           FD EX09-AUD LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX09-AUD.DAT".
           01 REG-AUD.
           02 AUD-OPERADOR    PIC X(08).
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(06).
           02 AUD-NUM         PIC 9(05).
           02 AUD-NOME-ANTES  PIC X(20).
           02 AUD-DTN-ANTES   PIC 9(08).
           02 AUD-NOME-DEPOIS PIC X(20).
           02 AUD-DTN-DEPOIS  PIC 9(08).
           02 AUD-EVENTO      PIC X(12).

           FD EX08-JRN LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX08-JRN.DAT".
           01 REG-JRN.
           02 JRN-OPERADOR    PIC X(08).
           02 JRN-DATA        PIC 9(08).
           02 JRN-HORA        PIC 9(06).
           02 JRN-TIPO        PIC X(01).
           02 JRN-NUM         PIC 9(05).
           02 JRN-NOME-ANTES  PIC X(20).
           02 JRN-DTN-ANTES   PIC 9(08).
           02 JRN-NOME-DEPOIS PIC X(20).
           02 JRN-DTN-DEPOIS  PIC 9(08).
           02 JRN-NUM-VINCULO PIC 9(05).

           FD EX33-JRN LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX33-JRN.DAT".
           01 REG-RJN.
           02 RJN-OPERADOR    PIC X(08).
           02 RJN-DATA        PIC 9(08).
           02 RJN-HORA        PIC 9(06).
           02 RJN-TIPO        PIC X(01).
           02 RJN-NUM         PIC 9(05).
           02 RJN-IMAGEM-ANTES  PIC X(57).
           02 RJN-IMAGEM-DEPOIS PIC X(57).

           FD EX34-AUD LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX34-AUD.DAT".
           01 REG-MAU.
           02 MAU-OPERADOR    PIC X(08).
           02 MAU-DATA        PIC 9(08).
           02 MAU-HORA        PIC 9(06).
           02 MAU-TURMA       PIC X(05).
           02 MAU-NUM         PIC 9(05).
           02 MAU-IMAGEM-ANTES  PIC X(12).
           02 MAU-IMAGEM-DEPOIS PIC X(12).
           02 MAU-EVENTO      PIC X(12).

           FD EX23-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX23-LOG.DAT".
           01 REG-LOG.
           02 LOG-ADMIN         PIC X(08).
           02 LOG-DATA          PIC 9(08).
           02 LOG-HORA          PIC 9(06).
           02 LOG-EVENTO        PIC X(12).
           02 LOG-ID-ALVO       PIC X(08).
           02 LOG-NOME-ANTES    PIC X(20).
           02 LOG-PERFIL-ANTES  PIC X(01).
           02 LOG-NOME-DEPOIS   PIC X(20).
           02 LOG-PERFIL-DEPOIS PIC X(01).

           FD EX31-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX31-PAR.DAT".
           01 REG-PAR.
           02 PAR-MES-X       PIC X(06).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX31-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX31-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 SW-FIM-OPE        PIC X(03) VALUE "NAO".
       77 SW-FIM-AUD        PIC X(03) VALUE "NAO".
       77 SW-FIM-JRN        PIC X(03) VALUE "NAO".
       77 SW-FIM-LOG        PIC X(03) VALUE "NAO".
       77 SW-FIM-RJN        PIC X(03) VALUE "NAO".
       77 WS-STATUS-RJN     PIC X(02) VALUE SPACES.
       77 SW-FIM-MAU        PIC X(03) VALUE "NAO".
       77 WS-STATUS-MAU     PIC X(02) VALUE SPACES.
       77 SW-ACHOU          PIC X(03) VALUE "NAO".
       77 SW-TABELA-CHEIA   PIC X(03) VALUE "NAO".
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 WS-STATUS-OPE     PIC X(02) VALUE SPACES.
       77 WS-STATUS-AUD     PIC X(02) VALUE SPACES.
       77 WS-STATUS-JRN     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-LIDO  PIC X(08) VALUE SPACES.
       77 WS-SECAO          PIC X(01) VALUE SPACES.
       77 WS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 LIMITE-LINHAS     PIC 9(02) VALUE 20.
       77 WS-IND            PIC 9(03) VALUE ZEROS.
       77 QTDE-OPERADORES   PIC 9(03) VALUE ZEROS.
       77 QTDE-SEM-ATIV     PIC 9(03) VALUE ZEROS.
       77 QTDE-NEGADOS      PIC 9(05) VALUE ZEROS.

       01 WS-PERIODO.
           02 PER-ANO-MES.
           03 PER-ANO         PIC 9(04).
           03 PER-MES         PIC 9(02).

       01 WS-DATA-LIDA.
           02 LIDA-ANO-MES    PIC 9(06).
           02 LIDA-DIA        PIC 9(02).
       01 WS-DATA-LIDA-N REDEFINES WS-DATA-LIDA
                              PIC 9(08).

       01 TAB-OPERADORES.
           02 TAB-OPE OCCURS 100 TIMES.
           03 TO-ID           PIC X(08).
           03 TO-NOME         PIC X(20).
           03 TO-PERFIL       PIC X(01).
           03 TO-ULTIMA       PIC 9(08).
           03 TO-ALTERACOES   PIC 9(05).

       01 LINHA-TITULO.
           02 FILLER          PIC X(29) VALUE
              "REVISAO DE ACESSOS - PERIODO ".
           02 LT-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LT-ANO          PIC 9999.
           02 FILLER          PIC X(26) VALUE SPACES.
           02 FILLER          PIC X(08) VALUE "PAGINA: ".
           02 LT-PAGINA       PIC ZZ9.

       01 LINHA-SECAO.
           02 LS-SECAO        PIC X(60).

       01 LINHA-CABECALHO-OPE.
           02 FILLER          PIC X(10) VALUE "OPERADOR".
           02 FILLER          PIC X(21) VALUE "NOME".
           02 FILLER          PIC X(07) VALUE "PERFIL".
           02 FILLER          PIC X(14) VALUE "ULT.ATIVIDADE".
           02 FILLER          PIC X(07) VALUE "ALTER.".

       01 LINHA-DETALHE-OPE.
           02 LD-ID           PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-NOME         PIC X(20).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LD-PERFIL       PIC X(01).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LD-ULTIMA       PIC X(10).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LD-ALTERACOES   PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LD-MARCA        PIC X(17).

       01 LINHA-TOTAL-OPE.
           02 FILLER          PIC X(24) VALUE
              "OPERADORES CADASTRADOS: ".
           02 LG-OPERADORES   PIC ZZ9.
           02 FILLER          PIC X(28) VALUE
              "  SEM ATIVIDADE NO PERIODO: ".
           02 LG-SEM-ATIV     PIC ZZ9.

       01 LINHA-CABECALHO-NEG.
           02 FILLER          PIC X(10) VALUE "DATA".
           02 FILLER          PIC X(10) VALUE "HORA".
           02 FILLER          PIC X(10) VALUE "OPERADOR".
           02 FILLER          PIC X(08) VALUE "ORIGEM".
           02 FILLER          PIC X(20) VALUE "SITUACAO DO ID".

       01 LINHA-DETALHE-NEG.
           02 LN-DATA         PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LN-HORA         PIC 9(06).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LN-OPERADOR     PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LN-ORIGEM       PIC X(04).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LN-SITUACAO     PIC X(16).

       01 LINHA-TOTAL-NEG.
           02 FILLER          PIC X(31) VALUE
              "TENTATIVAS NEGADAS NO PERIODO: ".
           02 LG-NEGADOS      PIC ZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX31.
           PERFORM INICIO.
           PERFORM APURA-AUDITORIA-EX09.
           PERFORM APURA-JOURNAL-EX08.
           PERFORM APURA-JOURNAL-EX33.
           PERFORM APURA-AUDITORIA-EX34.
           PERFORM APURA-LOG-EX23.
           PERFORM IMPRIME-OPERADORES.
           PERFORM IMPRIME-NEGADOS.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - OBTEM O MES DE REFERENCIA E CARREGA A TABELA DE
      *  OPERADORES. SEM CADASTRO DE SEGURANCA A PRIMEIRA PARTE
      *  SAI VAZIA, MAS AS ENTRADAS NEGADAS SEGUEM LISTADAS.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX31-REL.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM LE-PARAMETRO.
           OPEN INPUT CADOPE-IDX.
           IF WS-STATUS-OPE EQUAL "00"
               PERFORM CARREGA-OPERADOR UNTIL SW-FIM-OPE EQUAL "SIM"
               CLOSE CADOPE-IDX
           END-IF.

      *----------------------------------------------------------
      *  LE-PARAMETRO - MES AAAAMM DO CARTAO EX31-PAR. CARTAO
      *  AUSENTE OU INVALIDO FICA COM O MES DA DATA DE
      *  PROCESSAMENTO.
      *----------------------------------------------------------
       LE-PARAMETRO.
           MOVE WS-DATA-SISTEMA(1:6) TO PER-ANO-MES.
           OPEN INPUT EX31-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX31-PAR
                   NOT AT END
                       IF PAR-MES-X IS NUMERIC AND
                          PAR-MES-X(5:2) GREATER THAN "00" AND
                          PAR-MES-X(5:2) LESS THAN "13"
                           MOVE PAR-MES-X TO PER-ANO-MES
                       END-IF
               END-READ
               CLOSE EX31-PAR
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, QUE DA O MES PADRAO DA REVISAO.
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
                   DISPLAY "EX31 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

      *----------------------------------------------------------
      *  CARREGA-OPERADOR - GUARDA O OPERADOR NA TABELA, QUE JA
      *  SAI EM ORDEM DE ID. ACIMA DA CAPACIDADE A REVISAO AVISA
      *  QUE A LISTA ESTA INCOMPLETA.
      *----------------------------------------------------------
       CARREGA-OPERADOR.
           READ CADOPE-IDX AT END MOVE "SIM" TO SW-FIM-OPE.
           IF SW-FIM-OPE NOT EQUAL "SIM" AND
              WS-STATUS-OPE NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-OPE
           END-IF.
           IF SW-FIM-OPE NOT EQUAL "SIM"
               IF QTDE-OPERADORES LESS THAN 100
                   ADD 1 TO QTDE-OPERADORES
                   MOVE ID-OPERADOR-OPE TO TO-ID (QTDE-OPERADORES)
                   MOVE NOME-OPERADOR-OPE TO TO-NOME (QTDE-OPERADORES)
                   MOVE PERFIL-OPE TO TO-PERFIL (QTDE-OPERADORES)
                   MOVE ZEROS TO TO-ULTIMA (QTDE-OPERADORES)
                   MOVE ZEROS TO TO-ALTERACOES (QTDE-OPERADORES)
               ELSE
                   MOVE "SIM" TO SW-TABELA-CHEIA
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  APURA-AUDITORIA-EX09 - CADA ALTERACAO DO EX09 CONTA COMO
      *  ATIVIDADE DO OPERADOR. REGISTROS ANTERIORES AO CAMPO DE
      *  EVENTO (EM BRANCO) SAO ALTERACOES; NEGADO NAO E
      *  ATIVIDADE E FICA PARA A SEGUNDA PARTE.
      *----------------------------------------------------------
       APURA-AUDITORIA-EX09.
           OPEN INPUT EX09-AUD.
           IF WS-STATUS-AUD EQUAL "00"
               MOVE "NAO" TO SW-FIM-AUD
               PERFORM LE-AUDITORIA-EX09 UNTIL SW-FIM-AUD EQUAL "SIM"
               CLOSE EX09-AUD
           END-IF.

       LE-AUDITORIA-EX09.
           READ EX09-AUD AT END MOVE "SIM" TO SW-FIM-AUD.
           IF SW-FIM-AUD NOT EQUAL "SIM" AND
              WS-STATUS-AUD NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-AUD
           END-IF.
           IF SW-FIM-AUD NOT EQUAL "SIM" AND
              AUD-EVENTO NOT EQUAL "NEGADO"
               MOVE AUD-OPERADOR TO WS-OPERADOR-LIDO
               MOVE AUD-DATA TO WS-DATA-LIDA-N
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

      *----------------------------------------------------------
      *  APURA-JOURNAL-EX08 - CADA TRANSACAO APLICADA PELO EX08
      *  CONTA PARA O OPERADOR DO CARTAO. O REGISTRO "R" DO
      *  SOBREVIVENTE DE UMA FUSAO JA FOI CONTADO NO "F".
      *----------------------------------------------------------
       APURA-JOURNAL-EX08.
           OPEN INPUT EX08-JRN.
           IF WS-STATUS-JRN EQUAL "00"
               MOVE "NAO" TO SW-FIM-JRN
               PERFORM LE-JOURNAL-EX08 UNTIL SW-FIM-JRN EQUAL "SIM"
               CLOSE EX08-JRN
           END-IF.

       LE-JOURNAL-EX08.
           READ EX08-JRN AT END MOVE "SIM" TO SW-FIM-JRN.
           IF SW-FIM-JRN NOT EQUAL "SIM" AND
              WS-STATUS-JRN NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-JRN
           END-IF.
           IF SW-FIM-JRN NOT EQUAL "SIM" AND
              JRN-TIPO NOT EQUAL "R"
               MOVE JRN-OPERADOR TO WS-OPERADOR-LIDO
               MOVE JRN-DATA TO WS-DATA-LIDA-N
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

      *----------------------------------------------------------
      *  APURA-JOURNAL-EX33 - CADA TRANSACAO APLICADA PELO EX33
      *  NO CADASTRO DE RESPONSAVEIS CONTA PARA O OPERADOR DO
      *  CARTAO EX33-OPE.
      *----------------------------------------------------------
       APURA-JOURNAL-EX33.
           OPEN INPUT EX33-JRN.
           IF WS-STATUS-RJN EQUAL "00"
               MOVE "NAO" TO SW-FIM-RJN
               PERFORM LE-JOURNAL-EX33 UNTIL SW-FIM-RJN EQUAL "SIM"
               CLOSE EX33-JRN
           END-IF.

       LE-JOURNAL-EX33.
           READ EX33-JRN AT END MOVE "SIM" TO SW-FIM-RJN.
           IF SW-FIM-RJN NOT EQUAL "SIM" AND
              WS-STATUS-RJN NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-RJN
           END-IF.
           IF SW-FIM-RJN NOT EQUAL "SIM"
               MOVE RJN-OPERADOR TO WS-OPERADOR-LIDO
               MOVE RJN-DATA TO WS-DATA-LIDA-N
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

      *----------------------------------------------------------
      *  APURA-AUDITORIA-EX34 - MATRICULA, CANCELAMENTO E ENTRADA
      *  NA FILA FEITAS NO BALCAO CONTAM COMO ATIVIDADE DO
      *  OPERADOR. PROMOCAO E RETIRADA DA FILA SAO EFEITO DE UM
      *  CANCELAMENTO OU MATRICULA JA CONTADOS; NEGADO FICA PARA A
      *  SEGUNDA PARTE.
      *----------------------------------------------------------
       APURA-AUDITORIA-EX34.
           OPEN INPUT EX34-AUD.
           IF WS-STATUS-MAU EQUAL "00"
               MOVE "NAO" TO SW-FIM-MAU
               PERFORM LE-AUDITORIA-EX34 UNTIL SW-FIM-MAU EQUAL "SIM"
               CLOSE EX34-AUD
           END-IF.

       LE-AUDITORIA-EX34.
           READ EX34-AUD AT END MOVE "SIM" TO SW-FIM-MAU.
           IF SW-FIM-MAU NOT EQUAL "SIM" AND
              WS-STATUS-MAU NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-MAU
           END-IF.
           IF SW-FIM-MAU NOT EQUAL "SIM" AND
              MAU-EVENTO NOT EQUAL "NEGADO" AND
              MAU-EVENTO NOT EQUAL "PROMOCAO" AND
              MAU-EVENTO NOT EQUAL "RETIRADA"
               MOVE MAU-OPERADOR TO WS-OPERADOR-LIDO
               MOVE MAU-DATA TO WS-DATA-LIDA-N
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

      *----------------------------------------------------------
      *  APURA-LOG-EX23 - INCLUSAO, ALTERACAO E EXCLUSAO DE
      *  OPERADOR CONTAM PARA O ADMINISTRADOR DA SESSAO.
      *----------------------------------------------------------
       APURA-LOG-EX23.
           OPEN INPUT EX23-LOG.
           IF WS-STATUS-LOG EQUAL "00"
               MOVE "NAO" TO SW-FIM-LOG
               PERFORM LE-LOG-EX23 UNTIL SW-FIM-LOG EQUAL "SIM"
               CLOSE EX23-LOG
           END-IF.

       LE-LOG-EX23.
           READ EX23-LOG AT END MOVE "SIM" TO SW-FIM-LOG.
           IF SW-FIM-LOG NOT EQUAL "SIM" AND
              WS-STATUS-LOG NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-LOG
           END-IF.
           IF SW-FIM-LOG NOT EQUAL "SIM" AND
              LOG-EVENTO NOT EQUAL "NEGADO"
               MOVE LOG-ADMIN TO WS-OPERADOR-LIDO
               MOVE LOG-DATA TO WS-DATA-LIDA-N
               PERFORM REGISTRA-ATIVIDADE
           END-IF.

      *----------------------------------------------------------
      *  REGISTRA-ATIVIDADE - ATUALIZA A ULTIMA ATIVIDADE (ATE O
      *  FIM DO MES) E CONTA A ALTERACAO FEITA DENTRO DO MES.
      *  ID QUE JA SAIU DO CADASTRO NAO TEM LINHA NA REVISAO.
      *----------------------------------------------------------
       REGISTRA-ATIVIDADE.
           PERFORM LOCALIZA-OPERADOR.
           IF SW-ACHOU EQUAL "SIM" AND
              LIDA-ANO-MES NOT GREATER THAN PER-ANO-MES
               IF WS-DATA-LIDA-N GREATER THAN TO-ULTIMA (WS-IND)
                   MOVE WS-DATA-LIDA-N TO TO-ULTIMA (WS-IND)
               END-IF
               IF LIDA-ANO-MES EQUAL PER-ANO-MES
                   ADD 1 TO TO-ALTERACOES (WS-IND)
               END-IF
           END-IF.

       LOCALIZA-OPERADOR.
           MOVE ZEROS TO WS-IND.
           MOVE "NAO" TO SW-ACHOU.
           PERFORM COMPARA-OPERADOR
               UNTIL SW-ACHOU EQUAL "SIM" OR
                     WS-IND NOT LESS THAN QTDE-OPERADORES.

       COMPARA-OPERADOR.
           ADD 1 TO WS-IND.
           IF TO-ID (WS-IND) EQUAL WS-OPERADOR-LIDO
               MOVE "SIM" TO SW-ACHOU
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-CABECALHO - TITULO COM O PERIODO E A PAGINA, O
      *  NOME DA PARTE E O CABECALHO DE COLUNAS DA PARTE CORRENTE.
      *----------------------------------------------------------
       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.
           MOVE PER-MES TO LT-MES.
           MOVE PER-ANO TO LT-ANO.
           MOVE WS-PAGINA TO LT-PAGINA.
           MOVE LINHA-TITULO TO REG-REL.
           WRITE REG-REL.
           MOVE LINHA-SECAO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           IF WS-SECAO EQUAL "1"
               MOVE LINHA-CABECALHO-OPE TO REG-REL
           ELSE
               MOVE LINHA-CABECALHO-NEG TO REG-REL
           END-IF.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  IMPRIME-OPERADORES - PRIMEIRA PARTE: UMA LINHA POR
      *  OPERADOR DO CADASTRO, COM PERFIL, ULTIMA ATIVIDADE E
      *  ALTERACOES NO MES.
      *----------------------------------------------------------
       IMPRIME-OPERADORES.
           MOVE "1" TO WS-SECAO.
           MOVE "OPERADORES DO CADASTRO DE SEGURANCA (CADOPE-IDX)"
               TO LS-SECAO.
           PERFORM IMPRIME-CABECALHO.
           IF QTDE-OPERADORES EQUAL ZEROS
               MOVE "NENHUM OPERADOR EM CADOPE-IDX A REVISAR."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE ZEROS TO WS-IND.
           PERFORM IMPRIME-OPERADOR UNTIL WS-IND EQUAL QTDE-OPERADORES.
           IF SW-TABELA-CHEIA EQUAL "SIM"
               MOVE "*** MAIS DE 100 OPERADORES - LISTA INCOMPLETA."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE QTDE-OPERADORES TO LG-OPERADORES.
           MOVE QTDE-SEM-ATIV TO LG-SEM-ATIV.
           MOVE LINHA-TOTAL-OPE TO REG-REL.
           WRITE REG-REL.

       IMPRIME-OPERADOR.
           ADD 1 TO WS-IND.
           IF WS-LINHA GREATER THAN OR EQUAL TO LIMITE-LINHAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE TO-ID (WS-IND) TO LD-ID.
           MOVE TO-NOME (WS-IND) TO LD-NOME.
           MOVE TO-PERFIL (WS-IND) TO LD-PERFIL.
           MOVE TO-ALTERACOES (WS-IND) TO LD-ALTERACOES.
           MOVE TO-ULTIMA (WS-IND) TO WS-DATA-LIDA-N.
           IF TO-ULTIMA (WS-IND) EQUAL ZEROS
               MOVE "NENHUMA" TO LD-ULTIMA
           ELSE
               MOVE TO-ULTIMA (WS-IND) TO LD-ULTIMA
           END-IF.
           IF LIDA-ANO-MES NOT EQUAL PER-ANO-MES
               MOVE "*** SEM ATIVIDADE" TO LD-MARCA
               ADD 1 TO QTDE-SEM-ATIV
           ELSE
               MOVE SPACES TO LD-MARCA
           END-IF.
           MOVE LINHA-DETALHE-OPE TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.

      *----------------------------------------------------------
      *  IMPRIME-NEGADOS - SEGUNDA PARTE: RELE EX09-AUD, EX23-LOG
      *  E EX34-AUD E LISTA AS ENTRADAS NEGADAS DO MES.
      *----------------------------------------------------------
       IMPRIME-NEGADOS.
           MOVE "2" TO WS-SECAO.
           MOVE "ENTRADAS NEGADAS NO PERIODO (EX09, EX23 E EX34)"
               TO LS-SECAO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT EX09-AUD.
           IF WS-STATUS-AUD EQUAL "00"
               MOVE "NAO" TO SW-FIM-AUD
               PERFORM LE-NEGADO-EX09 UNTIL SW-FIM-AUD EQUAL "SIM"
               CLOSE EX09-AUD
           END-IF.
           OPEN INPUT EX23-LOG.
           IF WS-STATUS-LOG EQUAL "00"
               MOVE "NAO" TO SW-FIM-LOG
               PERFORM LE-NEGADO-EX23 UNTIL SW-FIM-LOG EQUAL "SIM"
               CLOSE EX23-LOG
           END-IF.
           OPEN INPUT EX34-AUD.
           IF WS-STATUS-MAU EQUAL "00"
               MOVE "NAO" TO SW-FIM-MAU
               PERFORM LE-NEGADO-EX34 UNTIL SW-FIM-MAU EQUAL "SIM"
               CLOSE EX34-AUD
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE QTDE-NEGADOS TO LG-NEGADOS.
           MOVE LINHA-TOTAL-NEG TO REG-REL.
           WRITE REG-REL.

       LE-NEGADO-EX09.
           READ EX09-AUD AT END MOVE "SIM" TO SW-FIM-AUD.
           IF SW-FIM-AUD NOT EQUAL "SIM" AND
              WS-STATUS-AUD NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-AUD
           END-IF.
           IF SW-FIM-AUD NOT EQUAL "SIM" AND
              AUD-EVENTO EQUAL "NEGADO"
               MOVE AUD-DATA TO WS-DATA-LIDA-N
               IF LIDA-ANO-MES EQUAL PER-ANO-MES
                   MOVE AUD-DATA TO LN-DATA
                   MOVE AUD-HORA TO LN-HORA
                   MOVE AUD-OPERADOR TO LN-OPERADOR
                   MOVE "EX09" TO LN-ORIGEM
                   PERFORM IMPRIME-NEGADO
               END-IF
           END-IF.

       LE-NEGADO-EX23.
           READ EX23-LOG AT END MOVE "SIM" TO SW-FIM-LOG.
           IF SW-FIM-LOG NOT EQUAL "SIM" AND
              WS-STATUS-LOG NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-LOG
           END-IF.
           IF SW-FIM-LOG NOT EQUAL "SIM" AND
              LOG-EVENTO EQUAL "NEGADO"
               MOVE LOG-DATA TO WS-DATA-LIDA-N
               IF LIDA-ANO-MES EQUAL PER-ANO-MES
                   MOVE LOG-DATA TO LN-DATA
                   MOVE LOG-HORA TO LN-HORA
                   MOVE LOG-ADMIN TO LN-OPERADOR
                   MOVE "EX23" TO LN-ORIGEM
                   PERFORM IMPRIME-NEGADO
               END-IF
           END-IF.

       LE-NEGADO-EX34.
           READ EX34-AUD AT END MOVE "SIM" TO SW-FIM-MAU.
           IF SW-FIM-MAU NOT EQUAL "SIM" AND
              WS-STATUS-MAU NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-MAU
           END-IF.
           IF SW-FIM-MAU NOT EQUAL "SIM" AND
              MAU-EVENTO EQUAL "NEGADO"
               MOVE MAU-DATA TO WS-DATA-LIDA-N
               IF LIDA-ANO-MES EQUAL PER-ANO-MES
                   MOVE MAU-DATA TO LN-DATA
                   MOVE MAU-HORA TO LN-HORA
                   MOVE MAU-OPERADOR TO LN-OPERADOR
                   MOVE "EX34" TO LN-ORIGEM
                   PERFORM IMPRIME-NEGADO
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-NEGADO - EMITE A TENTATIVA, INDICANDO SE O ID
      *  ESTA NO CADASTRO (PERFIL INSUFICIENTE) OU FORA DELE
      *  (OPERADOR REVOGADO OU DESCONHECIDO).
      *----------------------------------------------------------
       IMPRIME-NEGADO.
           IF WS-LINHA GREATER THAN OR EQUAL TO LIMITE-LINHAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE LN-OPERADOR TO WS-OPERADOR-LIDO.
           PERFORM LOCALIZA-OPERADOR.
           IF SW-ACHOU EQUAL "SIM"
               MOVE "CADASTRADO" TO LN-SITUACAO
           ELSE
               MOVE "FORA DO CADASTRO"
                   TO LN-SITUACAO
           END-IF.
           MOVE LINHA-DETALHE-NEG TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.
           ADD 1 TO QTDE-NEGADOS.

       TERMINO.
           CLOSE EX31-REL.

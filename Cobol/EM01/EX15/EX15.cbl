       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX15.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  GERA O ARQUIVO DE TRANSMISSAO MENSAL DO CADASTRO
      *         ATIVO PARA A SECRETARIA DE EDUCACAO. LE CADATU E
      *         GRAVA CADATU-TRS NO LAYOUT FIXO DE INTERFACE, COM
      *         REGISTROS DE 50 POSICOES:
      *
      *           TIPO 0 - HEADER: IDENTIFICACAO DO ARQUIVO, DATA
      *                    DE GERACAO (AAAAMMDD), NUMERO DE
      *                    SEQUENCIA DA REMESSA E MODALIDADE (C -
      *                    COMPLETA, I - INCREMENTAL);
      *           TIPO 1 - DETALHE: NUMERO, NOME, DATA DE
      *                    NASCIMENTO REFORMATADA PARA AAAAMMDD E,
      *                    NA INCREMENTAL, O CODIGO DE ACAO (I -
      *                    INCLUIR, A - ALTERAR, E - EXCLUIR);
      *           TIPO 9 - TRAILER: QUANTIDADE DE DETALHES E SOMA
      *                    (HASH) DOS NUMEROS, PARA O DESTINATARIO
      *                    CONFERIR A COMPLETUDE DA REMESSA.
      *
      *         O NUMERO DE SEQUENCIA E MANTIDO EM EX15-SEQ.DAT E
      *         AVANCA A CADA REMESSA GERADA.
      *
      *         ANTES DE GERAR, CONFERE A ULTIMA LINHA DE GRAVACAO
      *         DO MESTRE (EX02 OU DESCARGA EX20) EM CADATU-LOG:
      *         COM IDX OU CKP EM ERR - OU SEM LINHA DE LOG - A
      *         REMESSA E RECUSADA, POIS NAO SE TRANSMITE A PARTIR
      *         DE UMA RODADA SUSPEITA.
      *
      *         A REMESSA INCREMENTAL LEVA SO QUEM MUDOU DESDE A
      *         ULTIMA REMESSA ACEITA: CASA O CADATU ATUAL, POR
      *         NUM-SAI, COM A BASE CADATU-ENV.DAT (O CADASTRO COMO
      *         ESTAVA NA REMESSA ACEITA) E GERA I PARA QUEM ENTROU
      *         NA REMESSA, E PARA QUEM SAIU (INATIVADO OU
      *         EXPURGADO) E A PARA QUEM TEVE NOME OU DATA DE
      *         NASCIMENTO ALTERADOS. O TRAILER SEGUE COM A
      *         QUANTIDADE E O HASH DOS DETALHES GRAVADOS. O CARTAO
      *         EX15-PAR ESCOLHE A MODALIDADE: C FORCA A COMPLETA;
      *         I EXIGE A BASE; SEM CARTAO, SAI INCREMENTAL QUANDO
      *         HA BASE E COMPLETA QUANDO NAO HA (PRIMEIRA REMESSA).
      *         TODA REMESSA GERADA, EM QUALQUER MODALIDADE, DEIXA
      *         A IMAGEM DO CADATU EM CADATU-PND.DAT; O EX21 A
      *         PROMOVE A BASE QUANDO O RETORNO DA REMESSA E ACEITA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   A CONFERENCIA DA RODADA PASSA A ACEITAR
      *                   TAMBEM A LINHA DA DESCARGA EX20, QUE APOS
      *                   AS MANUTENCOES E QUEM REGRAVA O CADATU
      *                   QUE ALIMENTA A REMESSA.
      *  02/09/2026 GGC   SITUACAO DA REMESSA PASSA A SER MANTIDA
      *                   EM EX15-STA (COPY CADSTA): A GERACAO
      *                   ACRESCENTA GERADA, E O EX21 GRAVA O
      *                   DESFECHO AO PROCESSAR O RETORNO. ANTES DE
      *                   GERAR, A REMESSA ANTERIOR AINDA SEM
      *                   RETORNO (GERADA/TRANSMITIDA) E AVISADA AO
      *                   OPERADOR - NAO SE TRANSMITE POR CIMA DE
      *                   LOTE SEM RESPOSTA SEM SABER DISSO.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A REMESSA PASSA A TRANSMITIR SO
      *                   OS ATIVOS POR PADRAO, INCLUINDO INATIVOS
      *                   APENAS COM "S" NO CARTAO SELECAO (COPY
      *                   CADSEL).
      *  02/09/2026 GGC   A CONFERENCIA DA RODADA TAMBEM ACEITA A
      *                   LINHA DA RESTAURACAO EX26 - UM MESTRE
      *                   RESTAURADO DE GERACAO E TRANSMISSIVEL.
      *  02/09/2026 GGC   STOP RUN TROCADO POR GOBACK PARA RODAR
      *                   COMO PASSO MENSAL DO ORQUESTRADOR EX12,
      *                   NO DIA MARCADO NO CALENDARIO CADCAL.
      *  15/10/2026 GGC   NOVA MODALIDADE INCREMENTAL (CARTAO
      *                   EX15-PAR): SO OS NOVOS, ALTERADOS E
      *                   INATIVADOS DESDE A ULTIMA REMESSA ACEITA,
      *                   COM CODIGO DE ACAO NO DETALHE E MODALIDADE
      *                   NO HEADER. A IMAGEM DE CADA REMESSA VAI
      *                   PARA CADATU-PND, PROMOVIDA A BASE
      *                   CADATU-ENV PELO EX21 NO ACEITE.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SAI.
           SELECT CADATU-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.
           SELECT EX15-SEQ ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SEQ.
           SELECT CADATU-TRS ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-TRS.
           SELECT EX15-STA ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-STA.
           SELECT SELECAO ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-SEL.
           SELECT EX15-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT CADATU-ENV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ENV.
           SELECT CADATU-PND ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PND.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD CADATU-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-LOG.DAT".
           01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(04).
           02 FILLER          PIC X(109).
           02 LOG-RESTART-X   PIC X(03).
           02 FILLER          PIC X(07).
           02 LOG-IDX-X       PIC X(03).
           02 FILLER          PIC X(07).
           02 LOG-CKP-X       PIC X(03).

           FD EX15-SEQ LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX15-SEQ.DAT".
           01 REG-SEQ.
           02 SEQ-REMESSA     PIC 9(05).

           FD CADATU-TRS LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-TRS.DAT".
           01 REG-TRS              PIC X(50).

           FD EX15-STA LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX15-STA.DAT".
           01 REG-STA.
           COPY CADSTA.

           FD SELECAO LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "SELECAO.DAT".
           01 REG-SEL.
           COPY CADSEL.

           FD EX15-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX15-PAR.DAT".
           01 REG-PAR.
           02 PAR-MODALIDADE  PIC X(01).

           FD CADATU-ENV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-ENV.DAT".
           01 REG-ENV.
           COPY CADNOM REPLACING ==:TAG:== BY ==ENV==.
           COPY CADDTN REPLACING ==:TAG:== BY ==ENV==.
           COPY CADSIT REPLACING ==:TAG:== BY ==ENV==.

           FD CADATU-PND LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-PND.DAT".
           01 REG-PND.
           COPY CADNOM REPLACING ==:TAG:== BY ==PND==.
           COPY CADDTN REPLACING ==:TAG:== BY ==PND==.
           COPY CADSIT REPLACING ==:TAG:== BY ==PND==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-SAI     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-SEQ     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRS     PIC X(02) VALUE SPACES.
       77 SW-LOG-ACHADO     PIC X(03) VALUE "NAO".
       77 SW-RODADA-OK      PIC X(03) VALUE "NAO".
       77 SW-ERRO-TRS       PIC X(03) VALUE "NAO".
       77 SW-SEQ-GRAVADA    PIC X(03) VALUE "NAO".
       77 SW-STA-GRAVADA    PIC X(03) VALUE "NAO".
       77 WS-STATUS-STA     PIC X(02) VALUE SPACES.
       77 FIM-STA           PIC X(03) VALUE "NAO".
       77 WS-SEQ-PENDENTE   PIC 9(05) VALUE ZEROS.
       77 WS-STA-PENDENTE   PIC X(12) VALUE SPACES.
       77 WS-STATUS-SEL     PIC X(02) VALUE SPACES.
       77 SW-INC-INATIVOS   PIC X(03) VALUE "NAO".
       77 WS-ULT-IDX        PIC X(03) VALUE SPACES.
       77 WS-ULT-CKP        PIC X(03) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-SEQUENCIA      PIC 9(05) VALUE ZEROS.
       77 QTDE-DETALHES     PIC 9(07) VALUE ZEROS.
       77 WS-HASH-NUM       PIC 9(10) VALUE ZEROS.
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ENV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PND     PIC X(02) VALUE SPACES.
       77 WS-MODALIDADE     PIC X(01) VALUE SPACES.
       77 SW-MODALIDADE-OK  PIC X(03) VALUE "NAO".
       77 SW-TEM-BASE       PIC X(03) VALUE "NAO".
       77 SW-ERRO-LEITURA   PIC X(03) VALUE "NAO".
       77 SW-PND-GRAVADA    PIC X(03) VALUE "NAO".
       77 SW-ENVIA-ATUAL    PIC X(03) VALUE "NAO".
       77 SW-ENVIA-BASE     PIC X(03) VALUE "NAO".
       77 FIM-BASE          PIC X(03) VALUE "NAO".
       77 WS-CHAVE-CUR      PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-BASE     PIC 9(06) VALUE ZEROS.
       77 QTDE-INCLUSOES    PIC 9(07) VALUE ZEROS.
       77 QTDE-ALTERACOES   PIC 9(07) VALUE ZEROS.
       77 QTDE-EXCLUSOES    PIC 9(07) VALUE ZEROS.

       01 TRS-HEADER.
           02 FILLER          PIC X(01) VALUE "0".
           02 TH-ID-ARQUIVO   PIC X(08).
           02 TH-DATA-GERACAO PIC 9(08).
           02 TH-SEQUENCIA    PIC 9(05).
           02 TH-MODALIDADE   PIC X(01).
           02 FILLER          PIC X(27) VALUE SPACES.

       01 TRS-DETALHE.
           02 FILLER          PIC X(01) VALUE "1".
           02 TD-NUM          PIC 9(05).
           02 TD-NOME         PIC X(20).
           02 TD-DATA-NASC.
           03 TD-ANO          PIC 9(04).
           03 TD-MES          PIC 9(02).
           03 TD-DIA          PIC 9(02).
           02 TD-ACAO         PIC X(01) VALUE SPACES.
           02 FILLER          PIC X(15) VALUE SPACES.

       01 TRS-TRAILER.
           02 FILLER          PIC X(01) VALUE "9".
           02 TT-QTDE         PIC 9(07).
           02 TT-HASH         PIC 9(10).
           02 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EX15.
           PERFORM VERIFICA-RODADA.
           IF SW-RODADA-OK EQUAL "SIM"
               PERFORM VERIFICA-PENDENCIA
               PERFORM OBTEM-MODALIDADE
               IF SW-MODALIDADE-OK EQUAL "SIM"
                   PERFORM GERA-REMESSA
               END-IF
           ELSE
               DISPLAY "EX15 - REMESSA RECUSADA: ULTIMA RODADA DO "
                       "EX02 SUSPEITA OU SEM LOG."
           END-IF.
           GOBACK.

      *----------------------------------------------------------
      *  VERIFICA-RODADA - GUARDA O STATUS DE IDX E CKP DA ULTIMA
      *  LINHA DE GRAVACAO DO MESTRE (EX02 OU EX20) EM CADATU-LOG.
      *  SEM LINHA DE LOG, OU COM QUALQUER UM DOS DOIS EM ERR, A
      *  REMESSA NAO E GERADA.
      *----------------------------------------------------------
       VERIFICA-RODADA.
           OPEN INPUT CADATU-LOG.
           IF WS-STATUS-LOG EQUAL "00"
               PERFORM LE-LINHA-LOG
               PERFORM GUARDA-LINHA-LOG UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU-LOG
           END-IF.
           IF SW-LOG-ACHADO EQUAL "SIM" AND
              WS-ULT-IDX NOT EQUAL "ERR" AND
              WS-ULT-CKP NOT EQUAL "ERR"
               MOVE "SIM" TO SW-RODADA-OK
           END-IF.

       LE-LINHA-LOG.
           READ CADATU-LOG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-LOG NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-LINHA-LOG.
           IF LOG-PROGRAMA EQUAL "EX02" OR
              LOG-PROGRAMA EQUAL "EX20" OR
              LOG-PROGRAMA EQUAL "EX26"
               MOVE "SIM" TO SW-LOG-ACHADO
               MOVE LOG-IDX-X TO WS-ULT-IDX
               MOVE LOG-CKP-X TO WS-ULT-CKP
           END-IF.
           PERFORM LE-LINHA-LOG.

      *----------------------------------------------------------
      *  VERIFICA-PENDENCIA - VARRE EX15-STA E GUARDA A SITUACAO
      *  VIGENTE DA REMESSA DE MAIOR SEQUENCIA (A ULTIMA LINHA DE
      *  CADA SEQUENCIA VALE, COMO NO CADATU-LOG). REMESSA AINDA
      *  EM GERADA OU TRANSMITIDA NAO FOI RESPONDIDA PELA
      *  SECRETARIA: O OPERADOR E AVISADO EM ALTO E BOM SOM ANTES
      *  DE UMA NOVA REMESSA SAIR POR CIMA DELA.
      *----------------------------------------------------------
       VERIFICA-PENDENCIA.
           OPEN INPUT EX15-STA.
           IF WS-STATUS-STA EQUAL "00"
               PERFORM LE-SITUACAO
               PERFORM GUARDA-SITUACAO UNTIL FIM-STA EQUAL "SIM"
               CLOSE EX15-STA
           END-IF.
           IF WS-SEQ-PENDENTE GREATER THAN ZEROS AND
              (WS-STA-PENDENTE EQUAL "GERADA" OR
               WS-STA-PENDENTE EQUAL "TRANSMITIDA")
               DISPLAY "EX15 - AVISO: REMESSA " WS-SEQ-PENDENTE
                   " AINDA SEM RETORNO DA SECRETARIA ("
                   WS-STA-PENDENTE ") - PROCESSAR O RETORNO VIA "
                   "EX21 ANTES DE TRANSMITIR A NOVA."
           END-IF.

       LE-SITUACAO.
           READ EX15-STA AT END MOVE "SIM" TO FIM-STA.
           IF FIM-STA NOT EQUAL "SIM" AND
              WS-STATUS-STA NOT EQUAL "00"
               MOVE "SIM" TO FIM-STA
           END-IF.

       GUARDA-SITUACAO.
           IF STA-SEQUENCIA NOT LESS THAN WS-SEQ-PENDENTE
               MOVE STA-SEQUENCIA TO WS-SEQ-PENDENTE
               MOVE STA-STATUS TO WS-STA-PENDENTE
           END-IF.
           PERFORM LE-SITUACAO.

      *----------------------------------------------------------
      *  OBTEM-MODALIDADE - LE O CARTAO OPCIONAL EX15-PAR E
      *  CONFERE SE HA BASE DE REMESSA ACEITA (CADATU-ENV, VAZIA
      *  QUANDO O EX21 FALHOU AO PROMOVE-LA, CONTA COMO SEM). C
      *  FORCA A COMPLETA; COM BASE, O PADRAO E A INCREMENTAL;
      *  SEM BASE, A INCREMENTAL PEDIDA NO CARTAO E RECUSADA E O
      *  PADRAO CAI NA COMPLETA, QUE SERVIRA DE BASE QUANDO
      *  ACEITA.
      *----------------------------------------------------------
       OBTEM-MODALIDADE.
           OPEN INPUT EX15-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX15-PAR
                   NOT AT END MOVE PAR-MODALIDADE TO WS-MODALIDADE
               END-READ
               CLOSE EX15-PAR
           END-IF.
           OPEN INPUT CADATU-ENV.
           IF WS-STATUS-ENV EQUAL "00"
               READ CADATU-ENV
                   NOT AT END MOVE "SIM" TO SW-TEM-BASE
               END-READ
               CLOSE CADATU-ENV
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODALIDADE EQUAL "C"
                   MOVE "SIM" TO SW-MODALIDADE-OK
               WHEN SW-TEM-BASE EQUAL "SIM"
                   MOVE "I" TO WS-MODALIDADE
                   MOVE "SIM" TO SW-MODALIDADE-OK
               WHEN WS-MODALIDADE EQUAL "I"
                   DISPLAY "EX15 - REMESSA RECUSADA: INCREMENTAL SEM "
                           "BASE DE REMESSA ACEITA (CADATU-ENV)."
               WHEN OTHER
                   MOVE "C" TO WS-MODALIDADE
                   MOVE "SIM" TO SW-MODALIDADE-OK
                   DISPLAY "EX15 - SEM BASE DE REMESSA ACEITA - "
                           "GERANDO REMESSA COMPLETA."
           END-EVALUATE.

      *----------------------------------------------------------
      *  GERA-REMESSA - COM O CADATU DISPONIVEL, AVANCA O NUMERO
      *  DE SEQUENCIA E GRAVA HEADER, UM DETALHE POR PESSOA (DATA
      *  DE NASCIMENTO REFORMATADA PARA AAAAMMDD) E O TRAILER COM
      *  A QUANTIDADE E O HASH DOS NUMEROS. CADATU INDISPONIVEL
      *  RECUSA A REMESSA SEM CONSUMIR SEQUENCIA - UMA REMESSA
      *  VAZIA DIRIA AO DESTINATARIO QUE O CADASTRO ESTA VAZIO.
      *----------------------------------------------------------
       GERA-REMESSA.
           OPEN INPUT CADATU.
           IF WS-STATUS-SAI NOT EQUAL "00"
               DISPLAY "EX15 - REMESSA RECUSADA: CADATU "
                       "INDISPONIVEL."
           ELSE
               PERFORM GERA-ARQUIVO
           END-IF.

      *----------------------------------------------------------
      *  GERA-ARQUIVO - GRAVA A REMESSA CONFERINDO O FILE STATUS
      *  DE CADA GRAVACAO; QUALQUER GRAVACAO NAO CONFIRMADA
      *  RECUSA A REMESSA SEM AVANCAR A SEQUENCIA, POIS O TRAILER
      *  DEIXARIA DE BATER COM O CONTEUDO TRANSMITIDO.
      *----------------------------------------------------------
       GERA-ARQUIVO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM OBTEM-SELECAO.
           PERFORM OBTEM-SEQUENCIA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT CADATU-TRS.
           IF WS-STATUS-TRS NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-TRS
           ELSE
               PERFORM GRAVA-HEADER
               IF SW-ERRO-TRS NOT EQUAL "SIM"
                   IF WS-MODALIDADE EQUAL "I"
                       PERFORM GERA-INCREMENTAL
                   ELSE
                       PERFORM LE-CADATU
                       PERFORM GRAVA-DETALHE UNTIL FIM-ARQ EQUAL "SIM"
                   END-IF
               END-IF
               IF SW-ERRO-TRS NOT EQUAL "SIM" AND
                  SW-ERRO-LEITURA NOT EQUAL "SIM"
                   PERFORM GRAVA-TRAILER
               END-IF
               CLOSE CADATU-TRS
           END-IF.
           CLOSE CADATU.
           EVALUATE TRUE
               WHEN SW-ERRO-TRS EQUAL "SIM"
                   DISPLAY "EX15 - REMESSA RECUSADA: FALHA NA "
                           "GRAVACAO DE CADATU-TRS."
               WHEN SW-ERRO-LEITURA EQUAL "SIM"
                   DISPLAY "EX15 - REMESSA RECUSADA: FALHA NA "
                           "LEITURA DO CADATU OU DA BASE CADATU-ENV."
               WHEN OTHER
                   PERFORM GUARDA-IMAGEM
                   PERFORM GRAVA-SEQUENCIA
                   PERFORM GRAVA-STATUS-REMESSA
                   PERFORM INFORMA-REMESSA
           END-EVALUATE.

       INFORMA-REMESSA.
           IF WS-MODALIDADE EQUAL "I"
               DISPLAY "EX15 - REMESSA INCREMENTAL " WS-SEQUENCIA
                   " GERADA COM " QTDE-DETALHES " DETALHES (I: "
                   QTDE-INCLUSOES " A: " QTDE-ALTERACOES " E: "
                   QTDE-EXCLUSOES ")."
           ELSE
               DISPLAY "EX15 - REMESSA " WS-SEQUENCIA " GERADA COM "
                   QTDE-DETALHES " DETALHES."
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-SELECAO - LE O CARTAO OPCIONAL SELECAO (COPY
      *  CADSEL): "S" INCLUI TAMBEM OS INATIVOS NA REMESSA. SEM O
      *  CARTAO, SO OS ATIVOS SAO TRANSMITIDOS.
      *----------------------------------------------------------
       OBTEM-SELECAO.
           OPEN INPUT SELECAO.
           IF WS-STATUS-SEL EQUAL "00"
               READ SELECAO
                   NOT AT END
                       IF SEL-INATIVOS EQUAL "S"
                           MOVE "SIM" TO SW-INC-INATIVOS
                       END-IF
               END-READ
               CLOSE SELECAO
           END-IF.

       OBTEM-SEQUENCIA.
           OPEN INPUT EX15-SEQ.
           IF WS-STATUS-SEQ EQUAL "00"
               READ EX15-SEQ
                   NOT AT END MOVE SEQ-REMESSA TO WS-SEQUENCIA
               END-READ
               CLOSE EX15-SEQ
           END-IF.
           ADD 1 TO WS-SEQUENCIA.

      *----------------------------------------------------------
      *  GRAVA-SEQUENCIA - PERSISTE A SEQUENCIA DA REMESSA RECEM
      *  GERADA. GRAVACAO NAO CONFIRMADA E AVISADA AO OPERADOR: A
      *  REMESSA JA SAIU BOA, MAS A PROXIMA REPETIRIA O NUMERO SE
      *  O ARQUIVO FICASSE PARA TRAS SEM NINGUEM SABER.
      *----------------------------------------------------------
       GRAVA-SEQUENCIA.
           OPEN OUTPUT EX15-SEQ.
           IF WS-STATUS-SEQ EQUAL "00"
               MOVE WS-SEQUENCIA TO SEQ-REMESSA
               WRITE REG-SEQ
               IF WS-STATUS-SEQ EQUAL "00"
                   MOVE "SIM" TO SW-SEQ-GRAVADA
               END-IF
               CLOSE EX15-SEQ
           END-IF.
           IF SW-SEQ-GRAVADA NOT EQUAL "SIM"
               DISPLAY "EX15 - AVISO: EX15-SEQ NAO GRAVADO - A "
                       "SEQUENCIA DA PROXIMA REMESSA NAO AVANCOU."
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-STATUS-REMESSA - ACRESCENTA EM EX15-STA A LINHA
      *  GERADA DA REMESSA RECEM GERADA. O EX21 GRAVARA O DESFECHO
      *  (ACEITA/PARCIAL/REJEITADA) AO PROCESSAR O RETORNO.
      *----------------------------------------------------------
       GRAVA-STATUS-REMESSA.
           OPEN EXTEND EX15-STA.
           IF WS-STATUS-STA EQUAL "35"
               OPEN OUTPUT EX15-STA
           END-IF.
           IF WS-STATUS-STA EQUAL "00"
               MOVE WS-SEQUENCIA TO STA-SEQUENCIA
               MOVE "GERADA" TO STA-STATUS
               MOVE WS-DATA-SISTEMA TO STA-DATA
               WRITE REG-STA
               IF WS-STATUS-STA EQUAL "00"
                   MOVE "SIM" TO SW-STA-GRAVADA
               END-IF
               CLOSE EX15-STA
           END-IF.
           IF SW-STA-GRAVADA NOT EQUAL "SIM"
               DISPLAY "EX15 - AVISO: SITUACAO GERADA NAO GRAVADA "
                       "EM EX15-STA."
           END-IF.

       GRAVA-HEADER.
           MOVE "CADATUED" TO TH-ID-ARQUIVO.
           MOVE WS-DATA-SISTEMA TO TH-DATA-GERACAO.
           MOVE WS-SEQUENCIA TO TH-SEQUENCIA.
           MOVE WS-MODALIDADE TO TH-MODALIDADE.
           MOVE TRS-HEADER TO REG-TRS.
           WRITE REG-TRS.
           IF WS-STATUS-TRS NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-TRS
           END-IF.

       LE-CADATU.
           READ CADATU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-SAI NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GRAVA-DETALHE.
           IF NOT ATIVO-SAI AND SW-INC-INATIVOS NOT EQUAL "SIM"
               PERFORM LE-CADATU
           ELSE
               PERFORM GRAVA-DETALHE-ATIVO
           END-IF.

       GRAVA-DETALHE-ATIVO.
           MOVE NUM-SAI TO TD-NUM.
           MOVE NOME-SAI TO TD-NOME.
           MOVE ANO-NASCIMENTO-SAI TO TD-ANO.
           MOVE MES-NASCIMENTO-SAI TO TD-MES.
           MOVE DIA-NASCIMENTO-SAI TO TD-DIA.
           MOVE SPACES TO TD-ACAO.
           MOVE TRS-DETALHE TO REG-TRS.
           WRITE REG-TRS.
           IF WS-STATUS-TRS EQUAL "00"
               ADD 1 TO QTDE-DETALHES
               ADD NUM-SAI TO WS-HASH-NUM
               PERFORM LE-CADATU
           ELSE
               MOVE "SIM" TO SW-ERRO-TRS
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GRAVA-TRAILER.
           MOVE QTDE-DETALHES TO TT-QTDE.
           MOVE WS-HASH-NUM TO TT-HASH.
           MOVE TRS-TRAILER TO REG-TRS.
           WRITE REG-TRS.
           IF WS-STATUS-TRS NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-TRS
           END-IF.

      *----------------------------------------------------------
      *  GERA-INCREMENTAL - CASA O CADATU ATUAL COM A BASE DA
      *  ULTIMA REMESSA ACEITA POR NUMERO (AMBOS ASCENDENTES, COMO
      *  NO EX16). SO CONTA QUEM A REMESSA TRANSMITE: OS ATIVOS,
      *  OU TODOS COM "S" NO CARTAO SELECAO. ERRO DE LEITURA EM
      *  QUALQUER DOS DOIS RECUSA A REMESSA - O RESTO DA BASE
      *  SAIRIA COMO EXCLUSAO.
      *----------------------------------------------------------
       GERA-INCREMENTAL.
           OPEN INPUT CADATU-ENV.
           IF WS-STATUS-ENV NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-LEITURA
           ELSE
               MOVE "NAO" TO FIM-BASE
               PERFORM LE-ATUAL
               PERFORM LE-BASE
               PERFORM CASA-BASE UNTIL FIM-ARQ EQUAL "SIM" AND
                   FIM-BASE EQUAL "SIM"
               CLOSE CADATU-ENV
           END-IF.

       LE-ATUAL.
           PERFORM LE-CADATU.
           IF FIM-ARQ EQUAL "SIM" AND
              WS-STATUS-SAI NOT EQUAL "10"
               MOVE "SIM" TO SW-ERRO-LEITURA
               MOVE "SIM" TO FIM-BASE
           END-IF.
           IF FIM-ARQ EQUAL "SIM"
               MOVE 999999 TO WS-CHAVE-CUR
           ELSE
               MOVE NUM-SAI TO WS-CHAVE-CUR
           END-IF.

       LE-BASE.
           READ CADATU-ENV AT END MOVE "SIM" TO FIM-BASE.
           IF FIM-BASE NOT EQUAL "SIM" AND
              WS-STATUS-ENV NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-LEITURA
               MOVE "SIM" TO FIM-BASE
               MOVE "SIM" TO FIM-ARQ
           END-IF.
           IF FIM-BASE EQUAL "SIM"
               MOVE 999999 TO WS-CHAVE-BASE
           ELSE
               MOVE NUM-ENV TO WS-CHAVE-BASE
           END-IF.

       CASA-BASE.
           EVALUATE TRUE
               WHEN WS-CHAVE-CUR LESS THAN WS-CHAVE-BASE
                   PERFORM TRATA-NOVO
                   PERFORM LE-ATUAL
               WHEN WS-CHAVE-CUR GREATER THAN WS-CHAVE-BASE
                   PERFORM TRATA-SUMIDO
                   PERFORM LE-BASE
               WHEN OTHER
                   PERFORM TRATA-IGUAL
                   PERFORM LE-ATUAL
                   PERFORM LE-BASE
           END-EVALUATE.

      *----------------------------------------------------------
      *  AVALIA-ENVIO - LIGA SW-ENVIA-ATUAL/SW-ENVIA-BASE PARA O
      *  REGISTRO QUE A REMESSA TRANSMITE HOJE E O QUE TRANSMITIA
      *  NA BASE, COM O MESMO CRITERIO DA REMESSA COMPLETA.
      *----------------------------------------------------------
       AVALIA-ENVIO.
           MOVE "NAO" TO SW-ENVIA-ATUAL.
           MOVE "NAO" TO SW-ENVIA-BASE.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              (ATIVO-SAI OR SW-INC-INATIVOS EQUAL "SIM")
               MOVE "SIM" TO SW-ENVIA-ATUAL
           END-IF.
           IF FIM-BASE NOT EQUAL "SIM" AND
              (ATIVO-ENV OR SW-INC-INATIVOS EQUAL "SIM")
               MOVE "SIM" TO SW-ENVIA-BASE
           END-IF.

       TRATA-NOVO.
           PERFORM AVALIA-ENVIO.
           IF SW-ENVIA-ATUAL EQUAL "SIM"
               MOVE "I" TO TD-ACAO
               ADD 1 TO QTDE-INCLUSOES
               PERFORM GRAVA-DETALHE-ACAO
           END-IF.

      *----------------------------------------------------------
      *  TRATA-SUMIDO - NUMERO DA BASE QUE NAO ESTA MAIS NO
      *  CADATU (EXPURGADO PELO EX22): SAI COMO EXCLUSAO, COM OS
      *  DADOS DA BASE.
      *----------------------------------------------------------
       TRATA-SUMIDO.
           PERFORM AVALIA-ENVIO.
           IF SW-ENVIA-BASE EQUAL "SIM"
               MOVE "E" TO TD-ACAO
               ADD 1 TO QTDE-EXCLUSOES
               MOVE NUM-ENV TO TD-NUM
               MOVE NOME-ENV TO TD-NOME
               MOVE ANO-NASCIMENTO-ENV TO TD-ANO
               MOVE MES-NASCIMENTO-ENV TO TD-MES
               MOVE DIA-NASCIMENTO-ENV TO TD-DIA
               PERFORM ESCREVE-DETALHE
           END-IF.

       TRATA-IGUAL.
           PERFORM AVALIA-ENVIO.
           EVALUATE TRUE
               WHEN SW-ENVIA-ATUAL EQUAL "SIM" AND
                    SW-ENVIA-BASE NOT EQUAL "SIM"
                   MOVE "I" TO TD-ACAO
                   ADD 1 TO QTDE-INCLUSOES
                   PERFORM GRAVA-DETALHE-ACAO
               WHEN SW-ENVIA-ATUAL NOT EQUAL "SIM" AND
                    SW-ENVIA-BASE EQUAL "SIM"
                   MOVE "E" TO TD-ACAO
                   ADD 1 TO QTDE-EXCLUSOES
                   PERFORM GRAVA-DETALHE-ACAO
               WHEN SW-ENVIA-ATUAL EQUAL "SIM" AND
                    (NOME-SAI NOT EQUAL NOME-ENV OR
                     DATA-NASCIMENTO-SAI NOT EQUAL
                     DATA-NASCIMENTO-ENV OR
                     SITUACAO-SAI NOT EQUAL SITUACAO-ENV)
                   MOVE "A" TO TD-ACAO
                   ADD 1 TO QTDE-ALTERACOES
                   PERFORM GRAVA-DETALHE-ACAO
           END-EVALUATE.

       GRAVA-DETALHE-ACAO.
           MOVE NUM-SAI TO TD-NUM.
           MOVE NOME-SAI TO TD-NOME.
           MOVE ANO-NASCIMENTO-SAI TO TD-ANO.
           MOVE MES-NASCIMENTO-SAI TO TD-MES.
           MOVE DIA-NASCIMENTO-SAI TO TD-DIA.
           PERFORM ESCREVE-DETALHE.

      *----------------------------------------------------------
      *  ESCREVE-DETALHE - GRAVA O DETALHE INCREMENTAL E SOMA
      *  QUANTIDADE E HASH PARA O TRAILER. FALHA NA GRAVACAO
      *  ENCERRA O CASAMENTO E RECUSA A REMESSA.
      *----------------------------------------------------------
       ESCREVE-DETALHE.
           MOVE TRS-DETALHE TO REG-TRS.
           WRITE REG-TRS.
           IF WS-STATUS-TRS EQUAL "00"
               ADD 1 TO QTDE-DETALHES
               ADD TD-NUM TO WS-HASH-NUM
           ELSE
               MOVE "SIM" TO SW-ERRO-TRS
               MOVE "SIM" TO FIM-ARQ
               MOVE "SIM" TO FIM-BASE
           END-IF.

      *----------------------------------------------------------
      *  GUARDA-IMAGEM - COPIA O CADATU INTEIRO (INATIVOS
      *  INCLUSIVE) PARA CADATU-PND, A IMAGEM DESTA REMESSA QUE O
      *  EX21 PROMOVE A BASE NO ACEITE. SE A COPIA FALHA, A IMAGEM
      *  E ESVAZIADA - O EX21 NAO PROMOVE IMAGEM VAZIA, E UMA
      *  IMAGEM PELA METADE OU DE OUTRA REMESSA NAO PODE VIRAR
      *  BASE.
      *----------------------------------------------------------
       GUARDA-IMAGEM.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADATU.
           OPEN OUTPUT CADATU-PND.
           IF WS-STATUS-SAI EQUAL "00" AND
              WS-STATUS-PND EQUAL "00"
               MOVE "SIM" TO SW-PND-GRAVADA
               PERFORM LE-CADATU
               PERFORM COPIA-IMAGEM UNTIL FIM-ARQ EQUAL "SIM"
           END-IF.
           CLOSE CADATU CADATU-PND.
           IF SW-PND-GRAVADA NOT EQUAL "SIM"
               OPEN OUTPUT CADATU-PND
               CLOSE CADATU-PND
               DISPLAY "EX15 - AVISO: IMAGEM CADATU-PND NAO GRAVADA - "
                       "O ACEITE DESTA REMESSA NAO ATUALIZARA A BASE."
           END-IF.

       COPIA-IMAGEM.
           MOVE REG-SAI TO REG-PND.
           WRITE REG-PND.
           IF WS-STATUS-PND EQUAL "00"
               PERFORM LE-CADATU
           ELSE
               MOVE "NAO" TO SW-PND-GRAVADA
               MOVE "SIM" TO FIM-ARQ
           END-IF.

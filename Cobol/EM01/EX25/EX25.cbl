       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX25.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  DOSSIE DE UMA PESSOA DO CADASTRO, PARA O REVISOR DE
      *         CONFORMIDADE. LE O NUMERO ALVO DO CARTAO EX25-PAR
      *         E MONTA EM EX25-REL, EM UMA SO LISTAGEM, O QUE HOJE
      *         E GARIMPADO A MAO EM CINCO LUGARES:
      *
      *           1 - O REGISTRO ATUAL EM CADATU-IDX (NOME, DATA DE
      *               NASCIMENTO E SITUACAO) E A REFERENCIA CRUZADA
      *               DA FUSAO EM CADREF-IDX (PARA QUEM O NUMERO FOI
      *               ABSORVIDO E QUAIS NUMEROS ELE ABSORVEU);
      *           2 - O HISTORICO DATADO, FUNDINDO AS ALTERACOES
      *               ONLINE DE EX09-AUD E O JOURNAL DE MOVIMENTO
      *               EX08-JRN EM ORDEM CRONOLOGICA (SORT POR DATA
      *               E HORA), CADA EVENTO COM OPERADOR E IMAGENS
      *               ANTES/DEPOIS;
      *           3 - AS REJEICOES DA CARGA (CADALU-REJ) E AS
      *               PENDENCIAS DE RECICLAGEM (CADALU-PEN) DO
      *               NUMERO, QUE NAO CARREGAM DATA;
      *           4 - A COMPARACAO DO REGISTRO ATUAL COM A ULTIMA
      *               GERACAO DATADA APONTADA POR CADATU-GER.DAT;
      *           5 - AS TURMAS: AS MATRICULAS DO PERIODO CORRENTE EM
      *               CADMAT-IDX E O HISTORICO DOS PERIODOS JA
      *               ENCERRADOS PELO EX32 EM CADHIS-IDX, COM A
      *               FREQUENCIA E O RESULTADO DE CADA TURMA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  15/10/2026 GGC   DOSSIE PASSA A MOSTRAR A FUSAO DE NUMEROS
      *                   DO EX08 (TIPOS F E R DE EX08-JRN, COM O
      *                   NUMERO VINCULADO) E A REFERENCIA CRUZADA
      *                   DE CADREF-IDX NA SECAO 1.
      *  15/10/2026 GGC   SECAO 5: MATRICULAS ATUAIS (CADMAT-IDX) E
      *                   HISTORICO DE MATRICULAS POR PERIODO
      *                   (CADHIS-IDX, GRAVADO PELO EX32).
      *  15/10/2026 GGC   SECAO 5 SO LE CADTUR-IDX SE A ABERTURA DEU
      *                   CERTO; SEM ELE A TURMA SAI NAO CADASTRADA.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX25-PAR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PAR.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADREF-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS NUM-ANTIGO-REF
            ALTERNATE RECORD KEY IS NUM-NOVO-REF WITH DUPLICATES
            FILE STATUS IS WS-STATUS-REF.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT CADHIS-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-HIS-HIS
            FILE STATUS IS WS-STATUS-HIS.
           SELECT EX09-AUD ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-AUD.
           SELECT EX08-JRN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-JRN.
           SELECT CADALU-REJ ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REJ.
           SELECT CADALU-PEN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PEN.
           SELECT CADATU-CTL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CTL.
           SELECT GERACAO-ANT ASSIGN USING WS-NOME-ANT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ANT.
           SELECT DOSSIE-WRK ASSIGN TO "CADDOS.WRK".
           SELECT EX25-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD EX25-PAR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX25-PAR.DAT".
           01 REG-PAR.
           02 PAR-NUM-X       PIC X(05).

           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD CADREF-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADREF-IDX.DAT".
           01 REG-REF.
           COPY CADREF REPLACING ==:TAG:== BY ==REF==.

           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

           FD CADTUR-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTUR-IDX.DAT".
           01 REG-TUR.
           COPY CADTUR REPLACING ==:TAG:== BY ==TUR==.

           FD CADHIS-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADHIS-IDX.DAT".
           01 REG-HIS.
           COPY CADHIS REPLACING ==:TAG:== BY ==HIS==.

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

           FD CADALU-REJ LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-REJ.DAT".
           01 REG-REJ.
           COPY CADNOM REPLACING ==:TAG:== BY ==REJ==.
           02 SEXO-REJ        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==REJ==.
           02 REJ-MOTIVO      PIC 9(02).

           FD CADALU-PEN LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-PEN.DAT".
           01 REG-PEN.
           COPY CADNOM REPLACING ==:TAG:== BY ==PEN==.
           02 SEXO-PEN        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==PEN==.
           02 PEN-MOTIVO      PIC 9(02).
           02 PEN-VEZES       PIC 9(02).

           FD CADATU-CTL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-GER.DAT".
           01 REG-CTL.
           02 CTL-GERACAO     PIC X(20).

           FD GERACAO-ANT LABEL RECORD ARE STANDARD.
           01 REG-ANT.
           COPY CADNOM REPLACING ==:TAG:== BY ==ANT==.
           COPY CADDTN REPLACING ==:TAG:== BY ==ANT==.
           COPY CADSIT REPLACING ==:TAG:== BY ==ANT==.

           SD DOSSIE-WRK.
           01 REG-WRK.
           02 DATA-WRK        PIC 9(08).
           02 HORA-WRK        PIC 9(06).
           02 ORIGEM-WRK      PIC X(08).
           02 OPERADOR-WRK    PIC X(08).
           02 EVENTO-WRK      PIC X(12).
           02 NOME-ANTES-WRK  PIC X(20).
           02 DTN-ANTES-WRK   PIC 9(08).
           02 NOME-DEPOIS-WRK PIC X(20).
           02 DTN-DEPOIS-WRK  PIC 9(08).
           02 VINCULO-WRK     PIC 9(05).

           FD EX25-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX25-REL.DAT".
           01 REG-REL              PIC X(96).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 SW-PARAM-OK       PIC X(03) VALUE "NAO".
       77 SW-TEM-EVENTO     PIC X(03) VALUE "NAO".
       77 SW-TEM-REJEICAO   PIC X(03) VALUE "NAO".
       77 SW-ATUAL-ACHADO   PIC X(03) VALUE "NAO".
       77 SW-GER-ACHADO     PIC X(03) VALUE "NAO".
       77 SW-TEM-GERACAO    PIC X(03) VALUE "NAO".
       77 WS-STATUS-PAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-AUD     PIC X(02) VALUE SPACES.
       77 WS-STATUS-JRN     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REJ     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PEN     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ANT     PIC X(02) VALUE SPACES.
       77 WS-NUM-ALVO       PIC 9(05) VALUE ZEROS.
       77 WS-STATUS-REF     PIC X(02) VALUE SPACES.
       77 SW-FIM-REF        PIC X(03) VALUE "NAO".
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-HIS     PIC X(02) VALUE SPACES.
       77 SW-FIM-TURMAS     PIC X(03) VALUE "NAO".
       77 SW-TEM-TURMA      PIC X(03) VALUE "NAO".
       77 SW-TURMAS-OK      PIC X(03) VALUE "NAO".

       01 WS-NOME-ANT       PIC X(20) VALUE SPACES.

       01 WS-GERACAO.
           02 GER-NOME        PIC X(20) VALUE SPACES.
           02 GER-DTN         PIC 9(08) VALUE ZEROS.
           02 GER-SITUACAO    PIC X(01) VALUE SPACES.

       01 LINHA-TITULO.
           02 FILLER          PIC X(18) VALUE
              "DOSSIE DO NUMERO: ".
           02 LT-NUM          PIC 9(05).

       01 LINHA-EVENTO.
           02 LEV-DATA        PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LEV-HORA        PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LEV-ORIGEM      PIC X(08).
           02 FILLER          PIC X(06) VALUE "  OP: ".
           02 LEV-OPERADOR    PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LEV-EVENTO      PIC X(12).

       01 LINHA-IMAGEM.
           02 LI-ROTULO       PIC X(15).
           02 LI-NOME         PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LI-DTN          PIC 9(08).
           02 FILLER          PIC X(07) VALUE "  SIT: ".
           02 LI-SITUACAO     PIC X(01).

       01 LINHA-VINCULO.
           02 FILLER          PIC X(15) VALUE "  FUSAO COM:   ".
           02 FILLER          PIC X(07) VALUE "NUMERO ".
           02 LV-NUM          PIC 9(05).

       01 LINHA-REFERENCIA.
           02 LRF-ROTULO      PIC X(24).
           02 LRF-NUM         PIC 9(05).
           02 FILLER          PIC X(04) VALUE " EM ".
           02 LRF-DATA        PIC 9(08).
           02 FILLER          PIC X(06) VALUE "  OP: ".
           02 LRF-OPERADOR    PIC X(08).

       01 LINHA-REJEICAO.
           02 LR-ROTULO       PIC X(24).
           02 FILLER          PIC X(08) VALUE "MOTIVO: ".
           02 LR-MOTIVO       PIC 9(02).
           02 FILLER          PIC X(11) VALUE "  RODADAS: ".
           02 LR-VEZES        PIC Z9.

       01 LINHA-MATRICULA.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LM-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LM-NOME-TURMA   PIC X(20).
           02 FILLER          PIC X(09) VALUE "  TURNO: ".
           02 LM-TURNO        PIC X(01).
           02 FILLER          PIC X(16) VALUE "  MATRICULA EM: ".
           02 LM-DATA         PIC 9(08).

       01 LINHA-HISTORICO.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LH-PERIODO      PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LH-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LH-NOME-TURMA   PIC X(20).
           02 FILLER          PIC X(09) VALUE "  AULAS: ".
           02 LH-AULAS        PIC ZZ9.
           02 FILLER          PIC X(10) VALUE "  FALTAS: ".
           02 LH-FALTAS       PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LH-PERCENTUAL   PIC ZZ9.
           02 FILLER          PIC X(03) VALUE "%  ".
           02 LH-RESULTADO    PIC X(23).

       PROCEDURE DIVISION.
       PGM-EX25.
           PERFORM INICIO.
           IF SW-PARAM-OK EQUAL "SIM"
               PERFORM IMPRIME-ATUAL
               PERFORM IMPRIME-REFERENCIAS
               SORT DOSSIE-WRK ON ASCENDING KEY DATA-WRK HORA-WRK
                   INPUT PROCEDURE IS CARREGA-EVENTOS
                   OUTPUT PROCEDURE IS IMPRIME-HISTORICO
               PERFORM IMPRIME-REJEICOES
               PERFORM COMPARA-GERACAO
               PERFORM IMPRIME-TURMAS
           END-IF.
           CLOSE EX25-REL.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - LE E CRITICA O CARTAO COM O NUMERO ALVO E ABRE
      *  O RELATORIO DO DOSSIE.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX25-REL.
           OPEN INPUT EX25-PAR.
           IF WS-STATUS-PAR EQUAL "00"
               READ EX25-PAR
                   NOT AT END
                       IF PAR-NUM-X IS NUMERIC
                           MOVE PAR-NUM-X TO WS-NUM-ALVO
                           MOVE "SIM" TO SW-PARAM-OK
                       END-IF
               END-READ
               CLOSE EX25-PAR
           END-IF.
           IF SW-PARAM-OK EQUAL "SIM"
               MOVE WS-NUM-ALVO TO LT-NUM
               MOVE LINHA-TITULO TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE "CARTAO EX25-PAR AUSENTE OU NUMERO INVALIDO."
                   TO REG-REL
               WRITE REG-REL
               DISPLAY "EX25 - CARTAO DE PARAMETRO AUSENTE OU "
                       "NUMERO INVALIDO."
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-ATUAL - SECAO 1: O REGISTRO COMO ESTA HOJE EM
      *  CADATU-IDX (OU A AUSENCIA DELE).
      *----------------------------------------------------------
       IMPRIME-ATUAL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "SECAO 1 - REGISTRO ATUAL (CADATU-IDX)" TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT CADATU-IDX.
           IF WS-STATUS-IDX NOT EQUAL "00"
               MOVE "  CADATU-IDX INDISPONIVEL." TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE WS-NUM-ALVO TO NUM-IDX
               READ CADATU-IDX
                   INVALID KEY
                       MOVE "  NUMERO AUSENTE DO CADASTRO ATUAL."
                           TO REG-REL
                       WRITE REG-REL
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-ATUAL-ACHADO
                       MOVE "  ATUAL:       " TO LI-ROTULO
                       MOVE NOME-IDX TO LI-NOME
                       MOVE DATA-NASCIMENTO-IDX TO LI-DTN
                       MOVE SITUACAO-IDX TO LI-SITUACAO
                       MOVE LINHA-IMAGEM TO REG-REL
                       WRITE REG-REL
               END-READ
               CLOSE CADATU-IDX
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-REFERENCIAS - AINDA NA SECAO 1: SE O NUMERO FOI
      *  ABSORVIDO NUMA FUSAO, PARA QUEM; E OS NUMEROS QUE ELE
      *  ABSORVEU, PELA CHAVE ALTERNATIVA DO NUMERO NOVO. SEM
      *  CADREF-IDX NUNCA HOUVE FUSAO E NADA SAI.
      *----------------------------------------------------------
       IMPRIME-REFERENCIAS.
           OPEN INPUT CADREF-IDX.
           IF WS-STATUS-REF EQUAL "00"
               MOVE WS-NUM-ALVO TO NUM-ANTIGO-REF
               READ CADREF-IDX
                   NOT INVALID KEY
                       MOVE "  ABSORVIDO PELO NUMERO " TO LRF-ROTULO
                       MOVE NUM-NOVO-REF TO LRF-NUM
                       PERFORM IMPRIME-REFERENCIA
               END-READ
               MOVE "NAO" TO SW-FIM-REF
               MOVE WS-NUM-ALVO TO NUM-NOVO-REF
               START CADREF-IDX KEY IS EQUAL TO NUM-NOVO-REF
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-REF
               END-START
               PERFORM LE-ABSORVIDO UNTIL SW-FIM-REF EQUAL "SIM"
               CLOSE CADREF-IDX
           END-IF.

       LE-ABSORVIDO.
           READ CADREF-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-REF
           END-READ.
           IF SW-FIM-REF NOT EQUAL "SIM"
               IF NUM-NOVO-REF NOT EQUAL WS-NUM-ALVO
                   MOVE "SIM" TO SW-FIM-REF
               ELSE
                   MOVE "  ABSORVEU O NUMERO     " TO LRF-ROTULO
                   MOVE NUM-ANTIGO-REF TO LRF-NUM
                   PERFORM IMPRIME-REFERENCIA
               END-IF
           END-IF.

       IMPRIME-REFERENCIA.
           MOVE DATA-FUSAO-REF TO LRF-DATA.
           MOVE OPERADOR-FUSAO-REF TO LRF-OPERADOR.
           MOVE LINHA-REFERENCIA TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  CARREGA-EVENTOS - PROCEDURE DE ENTRADA DO SORT. LIBERA,
      *  NORMALIZADOS, OS EVENTOS DO NUMERO ALVO VINDOS DE
      *  EX09-AUD E DE EX08-JRN, PARA A FUSAO CRONOLOGICA.
      *----------------------------------------------------------
       CARREGA-EVENTOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EX09-AUD.
           IF WS-STATUS-AUD EQUAL "00"
               PERFORM LE-AUDITORIA
               PERFORM CARREGA-AUDITORIA UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX09-AUD
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EX08-JRN.
           IF WS-STATUS-JRN EQUAL "00"
               PERFORM LE-JOURNAL
               PERFORM CARREGA-JOURNAL UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX08-JRN
           END-IF.

       LE-AUDITORIA.
           READ EX09-AUD AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-AUD NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       CARREGA-AUDITORIA.
           IF AUD-NUM EQUAL WS-NUM-ALVO
               MOVE AUD-DATA TO DATA-WRK
               MOVE AUD-HORA TO HORA-WRK
               MOVE "EX09-AUD" TO ORIGEM-WRK
               MOVE AUD-OPERADOR TO OPERADOR-WRK
               MOVE AUD-EVENTO TO EVENTO-WRK
               MOVE AUD-NOME-ANTES TO NOME-ANTES-WRK
               MOVE AUD-DTN-ANTES TO DTN-ANTES-WRK
               MOVE AUD-NOME-DEPOIS TO NOME-DEPOIS-WRK
               MOVE AUD-DTN-DEPOIS TO DTN-DEPOIS-WRK
               MOVE ZEROS TO VINCULO-WRK
               RELEASE REG-WRK
           END-IF.
           PERFORM LE-AUDITORIA.

       LE-JOURNAL.
           READ EX08-JRN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-JRN NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       CARREGA-JOURNAL.
           IF JRN-NUM EQUAL WS-NUM-ALVO
               MOVE JRN-DATA TO DATA-WRK
               MOVE JRN-HORA TO HORA-WRK
               MOVE "EX08-JRN" TO ORIGEM-WRK
               MOVE JRN-OPERADOR TO OPERADOR-WRK
               MOVE ZEROS TO VINCULO-WRK
               EVALUATE JRN-TIPO
                   WHEN "I"
                       MOVE "INCLUSAO" TO EVENTO-WRK
                   WHEN "A"
                       MOVE "ALTERACAO" TO EVENTO-WRK
                   WHEN "E"
                       MOVE "EXCLUSAO" TO EVENTO-WRK
                   WHEN "F"
                       MOVE "ABSORVIDO" TO EVENTO-WRK
                       MOVE JRN-NUM-VINCULO TO VINCULO-WRK
                   WHEN "R"
                       MOVE "ABSORVEU" TO EVENTO-WRK
                       MOVE JRN-NUM-VINCULO TO VINCULO-WRK
                   WHEN OTHER
                       MOVE JRN-TIPO TO EVENTO-WRK
               END-EVALUATE
               MOVE JRN-NOME-ANTES TO NOME-ANTES-WRK
               MOVE JRN-DTN-ANTES TO DTN-ANTES-WRK
               MOVE JRN-NOME-DEPOIS TO NOME-DEPOIS-WRK
               MOVE JRN-DTN-DEPOIS TO DTN-DEPOIS-WRK
               RELEASE REG-WRK
           END-IF.
           PERFORM LE-JOURNAL.

      *----------------------------------------------------------
      *  IMPRIME-HISTORICO - PROCEDURE DE SAIDA DO SORT. SECAO 2:
      *  OS EVENTOS DO NUMERO EM ORDEM DE DATA E HORA, CADA UM COM
      *  AS IMAGENS ANTES E DEPOIS.
      *----------------------------------------------------------
       IMPRIME-HISTORICO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "SECAO 2 - HISTORICO DATADO (EX09-AUD + EX08-JRN)"
               TO REG-REL.
           WRITE REG-REL.
           PERFORM RETORNA-WRK.
           PERFORM IMPRIME-EVENTO UNTIL FIM-SORT EQUAL "SIM".
           IF SW-TEM-EVENTO NOT EQUAL "SIM"
               MOVE "  NENHUM EVENTO DATADO PARA O NUMERO."
                   TO REG-REL
               WRITE REG-REL
           END-IF.

       RETORNA-WRK.
           RETURN DOSSIE-WRK AT END MOVE "SIM" TO FIM-SORT.

       IMPRIME-EVENTO.
           MOVE "SIM" TO SW-TEM-EVENTO.
           MOVE DATA-WRK TO LEV-DATA.
           MOVE HORA-WRK TO LEV-HORA.
           MOVE ORIGEM-WRK TO LEV-ORIGEM.
           MOVE OPERADOR-WRK TO LEV-OPERADOR.
           MOVE EVENTO-WRK TO LEV-EVENTO.
           MOVE LINHA-EVENTO TO REG-REL.
           WRITE REG-REL.
           IF VINCULO-WRK NOT EQUAL ZEROS
               MOVE VINCULO-WRK TO LV-NUM
               MOVE LINHA-VINCULO TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE "  ANTES:       " TO LI-ROTULO.
           MOVE NOME-ANTES-WRK TO LI-NOME.
           MOVE DTN-ANTES-WRK TO LI-DTN.
           MOVE SPACES TO LI-SITUACAO.
           MOVE LINHA-IMAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "  DEPOIS:      " TO LI-ROTULO.
           MOVE NOME-DEPOIS-WRK TO LI-NOME.
           MOVE DTN-DEPOIS-WRK TO LI-DTN.
           MOVE SPACES TO LI-SITUACAO.
           MOVE LINHA-IMAGEM TO REG-REL.
           WRITE REG-REL.
           PERFORM RETORNA-WRK.

      *----------------------------------------------------------
      *  IMPRIME-REJEICOES - SECAO 3: AS REJEICOES DA CARGA E AS
      *  PENDENCIAS DE RECICLAGEM DO NUMERO. ESSES ARQUIVOS NAO
      *  CARREGAM DATA, POR ISSO FICAM FORA DA FUSAO CRONOLOGICA.
      *----------------------------------------------------------
       IMPRIME-REJEICOES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "SECAO 3 - REJEICOES E RECICLAGEM (SEM DATA)"
               TO REG-REL.
           WRITE REG-REL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU-REJ.
           IF WS-STATUS-REJ EQUAL "00"
               PERFORM LE-REJEITADO
               PERFORM RELATA-REJEITADO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALU-REJ
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU-PEN.
           IF WS-STATUS-PEN EQUAL "00"
               PERFORM LE-PENDENTE
               PERFORM RELATA-PENDENTE UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALU-PEN
           END-IF.
           IF SW-TEM-REJEICAO NOT EQUAL "SIM"
               MOVE "  NENHUMA REJEICAO OU PENDENCIA DO NUMERO."
                   TO REG-REL
               WRITE REG-REL
           END-IF.

       LE-REJEITADO.
           READ CADALU-REJ AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-REJ NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       RELATA-REJEITADO.
           IF NUM-REJ EQUAL WS-NUM-ALVO
               MOVE "SIM" TO SW-TEM-REJEICAO
               MOVE "  REJEITADO NA CARGA -  " TO LR-ROTULO
               MOVE REJ-MOTIVO TO LR-MOTIVO
               MOVE ZEROS TO LR-VEZES
               MOVE LINHA-REJEICAO TO REG-REL
               WRITE REG-REL
           END-IF.
           PERFORM LE-REJEITADO.

       LE-PENDENTE.
           READ CADALU-PEN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-PEN NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       RELATA-PENDENTE.
           IF NUM-PEN EQUAL WS-NUM-ALVO
               MOVE "SIM" TO SW-TEM-REJEICAO
               MOVE "  PENDENTE DE CORRECAO -" TO LR-ROTULO
               MOVE PEN-MOTIVO TO LR-MOTIVO
               MOVE PEN-VEZES TO LR-VEZES
               MOVE LINHA-REJEICAO TO REG-REL
               WRITE REG-REL
           END-IF.
           PERFORM LE-PENDENTE.

      *----------------------------------------------------------
      *  COMPARA-GERACAO - SECAO 4: O REGISTRO DA ULTIMA GERACAO
      *  DATADA (APONTADA POR CADATU-GER.DAT) LADO A LADO COM O
      *  ATUAL, PARA FLAGRAR O QUE MUDOU DE UMA GERACAO PARA CA.
      *----------------------------------------------------------
       COMPARA-GERACAO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "SECAO 4 - COMPARACAO COM A ULTIMA GERACAO"
               TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT CADATU-CTL.
           IF WS-STATUS-CTL EQUAL "00"
               READ CADATU-CTL
                   NOT AT END
                       IF CTL-GERACAO NOT EQUAL SPACES
                           MOVE CTL-GERACAO TO WS-NOME-ANT
                           MOVE "SIM" TO SW-TEM-GERACAO
                       END-IF
               END-READ
               CLOSE CADATU-CTL
           END-IF.
           IF SW-TEM-GERACAO NOT EQUAL "SIM"
               MOVE "  SEM GERACAO ANTERIOR PARA COMPARAR."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               PERFORM BUSCA-NA-GERACAO
               PERFORM RELATA-COMPARACAO
           END-IF.

       BUSCA-NA-GERACAO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT GERACAO-ANT.
           IF WS-STATUS-ANT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LE-GERACAO
               PERFORM PROCURA-NA-GERACAO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE GERACAO-ANT
           END-IF.

       LE-GERACAO.
           READ GERACAO-ANT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-ANT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       PROCURA-NA-GERACAO.
           IF NUM-ANT EQUAL WS-NUM-ALVO
               MOVE "SIM" TO SW-GER-ACHADO
               MOVE NOME-ANT TO GER-NOME
               MOVE DATA-NASCIMENTO-ANT TO GER-DTN
               MOVE SITUACAO-ANT TO GER-SITUACAO
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LE-GERACAO
           END-IF.

       RELATA-COMPARACAO.
           EVALUATE TRUE
               WHEN SW-GER-ACHADO EQUAL "SIM" AND
                    SW-ATUAL-ACHADO EQUAL "SIM"
                   PERFORM RELATA-DIFERENCA
               WHEN SW-GER-ACHADO EQUAL "SIM"
                   MOVE "  PRESENTE NA GERACAO, AUSENTE DO ATUAL."
                       TO REG-REL
                   WRITE REG-REL
               WHEN SW-ATUAL-ACHADO EQUAL "SIM"
                   MOVE "  AUSENTE DA GERACAO, PRESENTE NO ATUAL."
                       TO REG-REL
                   WRITE REG-REL
               WHEN OTHER
                   MOVE "  AUSENTE DA GERACAO E DO CADASTRO ATUAL."
                       TO REG-REL
                   WRITE REG-REL
           END-EVALUATE.

      *----------------------------------------------------------
      *  RELATA-DIFERENCA - PRESENTE NOS DOIS: OU NADA MUDOU, OU
      *  SAEM AS IMAGENS DA GERACAO E DO ATUAL. O REGISTRO ATUAL E
      *  RELIDO POIS O SORT DA SECAO 2 PASSOU POR CIMA DA AREA.
      *----------------------------------------------------------
       RELATA-DIFERENCA.
           OPEN INPUT CADATU-IDX.
           MOVE WS-NUM-ALVO TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE SPACES TO NOME-IDX
                   MOVE ZEROS TO DATA-NASCIMENTO-IDX
                   MOVE SPACES TO SITUACAO-IDX
           END-READ.
           CLOSE CADATU-IDX.
           IF NOME-IDX EQUAL GER-NOME AND
              DATA-NASCIMENTO-IDX EQUAL GER-DTN AND
              SITUACAO-IDX EQUAL GER-SITUACAO
               MOVE "  SEM DIFERENCA ENTRE A GERACAO E O ATUAL."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE "  GERACAO:     " TO LI-ROTULO
               MOVE GER-NOME TO LI-NOME
               MOVE GER-DTN TO LI-DTN
               MOVE GER-SITUACAO TO LI-SITUACAO
               MOVE LINHA-IMAGEM TO REG-REL
               WRITE REG-REL
               MOVE "  ATUAL:       " TO LI-ROTULO
               MOVE NOME-IDX TO LI-NOME
               MOVE DATA-NASCIMENTO-IDX TO LI-DTN
               MOVE SITUACAO-IDX TO LI-SITUACAO
               MOVE LINHA-IMAGEM TO REG-REL
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-TURMAS - SECAO 5: AS MATRICULAS DO PERIODO
      *  CORRENTE, PELA CHAVE ALTERNATIVA DO NUMERO EM
      *  CADMAT-IDX, E O HISTORICO DOS PERIODOS ENCERRADOS, QUE
      *  A CHAVE NUMERO+PERIODO+TURMA DE CADHIS-IDX JA ENTREGA
      *  AGRUPADO PELA PESSOA.
      *----------------------------------------------------------
       IMPRIME-TURMAS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "SECAO 5 - TURMAS (CADMAT-IDX E HISTORICO CADHIS-IDX)"
               TO REG-REL.
           WRITE REG-REL.
           MOVE "  MATRICULAS DO PERIODO CORRENTE:" TO REG-REL.
           WRITE REG-REL.
           MOVE "NAO" TO SW-TEM-TURMA.
           MOVE "NAO" TO SW-FIM-TURMAS.
           OPEN INPUT CADMAT-IDX.
           OPEN INPUT CADTUR-IDX.
           MOVE "NAO" TO SW-TURMAS-OK.
           IF WS-STATUS-TUR EQUAL "00"
               MOVE "SIM" TO SW-TURMAS-OK
           END-IF.
           IF WS-STATUS-MAT NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-TURMAS
           ELSE
               MOVE WS-NUM-ALVO TO NUM-MAT-MAT
               START CADMAT-IDX KEY IS EQUAL TO NUM-MAT-MAT
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-TURMAS
               END-START
           END-IF.
           PERFORM LE-MATRICULA UNTIL SW-FIM-TURMAS EQUAL "SIM".
           IF SW-TEM-TURMA NOT EQUAL "SIM"
               MOVE "    NENHUMA MATRICULA NO PERIODO CORRENTE."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           IF WS-STATUS-MAT EQUAL "00"
               CLOSE CADMAT-IDX
           END-IF.
           IF SW-TURMAS-OK EQUAL "SIM"
               CLOSE CADTUR-IDX
           END-IF.
           MOVE "  HISTORICO DOS PERIODOS ENCERRADOS:" TO REG-REL.
           WRITE REG-REL.
           MOVE "NAO" TO SW-TEM-TURMA.
           MOVE "NAO" TO SW-FIM-TURMAS.
           OPEN INPUT CADHIS-IDX.
           IF WS-STATUS-HIS NOT EQUAL "00"
               MOVE "SIM" TO SW-FIM-TURMAS
           ELSE
               MOVE WS-NUM-ALVO TO NUM-HIS-HIS
               MOVE LOW-VALUES TO PERIODO-HIS-HIS TURMA-HIS-HIS
               START CADHIS-IDX KEY IS NOT LESS THAN CHAVE-HIS-HIS
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-TURMAS
               END-START
           END-IF.
           PERFORM LE-HISTORICO UNTIL SW-FIM-TURMAS EQUAL "SIM".
           IF SW-TEM-TURMA NOT EQUAL "SIM"
               MOVE "    NENHUM PERIODO ENCERRADO PARA O NUMERO."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           IF WS-STATUS-HIS EQUAL "00"
               CLOSE CADHIS-IDX
           END-IF.

       LE-MATRICULA.
           READ CADMAT-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-TURMAS
           END-READ.
           IF SW-FIM-TURMAS NOT EQUAL "SIM"
               IF NUM-MAT-MAT NOT EQUAL WS-NUM-ALVO
                   MOVE "SIM" TO SW-FIM-TURMAS
               ELSE
                   PERFORM IMPRIME-MATRICULA
               END-IF
           END-IF.

       IMPRIME-MATRICULA.
           MOVE "SIM" TO SW-TEM-TURMA.
           MOVE TURMA-MAT-MAT TO COD-TURMA-TUR.
           IF SW-TURMAS-OK EQUAL "SIM"
               READ CADTUR-IDX
                   INVALID KEY
                       MOVE "TURMA NAO CADASTRADA" TO NOME-TURMA-TUR
                       MOVE SPACES TO TURNO-TUR
               END-READ
           ELSE
               MOVE "TURMA NAO CADASTRADA" TO NOME-TURMA-TUR
               MOVE SPACES TO TURNO-TUR
           END-IF.
           MOVE TURMA-MAT-MAT TO LM-TURMA.
           MOVE NOME-TURMA-TUR TO LM-NOME-TURMA.
           MOVE TURNO-TUR TO LM-TURNO.
           MOVE DATA-MATRICULA-MAT TO LM-DATA.
           MOVE LINHA-MATRICULA TO REG-REL.
           WRITE REG-REL.

       LE-HISTORICO.
           READ CADHIS-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-TURMAS
           END-READ.
           IF SW-FIM-TURMAS NOT EQUAL "SIM"
               IF NUM-HIS-HIS NOT EQUAL WS-NUM-ALVO
                   MOVE "SIM" TO SW-FIM-TURMAS
               ELSE
                   PERFORM IMPRIME-HISTORICO-TURMA
               END-IF
           END-IF.

       IMPRIME-HISTORICO-TURMA.
           MOVE "SIM" TO SW-TEM-TURMA.
           MOVE PERIODO-HIS-HIS TO LH-PERIODO.
           MOVE TURMA-HIS-HIS TO LH-TURMA.
           MOVE NOME-TURMA-HIS-HIS TO LH-NOME-TURMA.
           MOVE AULAS-HIS-HIS TO LH-AULAS.
           MOVE FALTAS-HIS-HIS TO LH-FALTAS.
           MOVE PERCENTUAL-HIS-HIS TO LH-PERCENTUAL.
           EVALUATE TRUE
               WHEN CONCLUIU-HIS
                   MOVE "CONCLUIU" TO LH-RESULTADO
               WHEN FREQ-INSUFICIENTE-HIS
                   MOVE "FREQUENCIA INSUFICIENTE" TO LH-RESULTADO
               WHEN OTHER
                   MOVE "SEM AULA LANCADA" TO LH-RESULTADO
           END-EVALUATE.
           MOVE LINHA-HISTORICO TO REG-REL.
           WRITE REG-REL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX11.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  CONCILIA OS ARQUIVOS DE SAIDA DA RODADA NOTURNA.
      *         CONTA E CRUZA CADATU, CADATU-IDX, CADALU-M,
      *         CADALU-F, CADALU-REJ E A ULTIMA LINHA DO EX02 EM
      *         CADATU-LOG, E EMITE EM EX11-REL UM BALANCO COM
      *         VEREDICTO OK/DIVERGENTE POR VERIFICACAO:
      *
      *           1 - TOTAL DE CADATU CONFERE COM GRAVADOS DA
      *               ULTIMA GRAVACAO DO MESTRE NO LOG (EX02 OU
      *               DESCARGA EX20, A MAIS RECENTE);
      *           2 - TOTAL DE CADATU-IDX CONFERE COM CADATU;
      *           3 - CADA NUM-SAI DE CADATU EXISTE EM CADATU-IDX
      *               COM O MESMO NOME E DATA DE NASCIMENTO;
      *           4 - CADALU-M + CADALU-F + REJEITADOS SEM SEXO
      *               "M"/"F" CONFEREM COM LIDOS DO LOG;
      *           5 - LIDOS = GRAVADOS + REJEITADOS + PULADOS NO
      *               PROPRIO LOG.
      *
      *         AS VERIFICACOES PRESSUPOEM UMA RODADA COMPLETA DE
      *         EX02 E EX04 SOBRE O MESMO CADALU; EM RODADA
      *         RETOMADA (RETOMADO: SIM NO LOG), A VERIFICACAO 1
      *         ACEITA CADATU MAIOR OU IGUAL AOS GRAVADOS DA
      *         RETOMADA, POIS O LOG SO CONTA A PARCELA FINAL.
      *         QUALQUER ARQUIVO INDISPONIVEL TORNA AS VERIFICACOES
      *         QUE DEPENDEM DELE DIVERGENTES - E EXATAMENTE O CASO
      *         DO INDICE PERDIDO APOS UMA QUEDA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   A VERIFICACAO 1 PASSA A CONFERIR CADATU
      *                   CONTRA A ULTIMA LINHA DE GRAVACAO DO
      *                   MESTRE EM CADATU-LOG (EX02 OU EX20), POIS
      *                   APOS A DESCARGA DO EX20 O TOTAL DO MESTRE
      *                   E O DA DESCARGA, NAO MAIS O DA CARGA; AS
      *                   VERIFICACOES 4 E 5 SEGUEM SOBRE A ULTIMA
      *                   LINHA DO EX02, UNICO QUE LE CADALU.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A VERIFICACAO 3 PASSA A CONFERIR
      *                   TAMBEM A SITUACAO ENTRE CADATU E
      *                   CADATU-IDX.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  02/09/2026 GGC   A LINHA DA RESTAURACAO EX26 TAMBEM CONTA
      *                   COMO GRAVACAO DO MESTRE NA VERIFICACAO 1,
      *                   PARA A CONCILIACAO ACEITAR UM MESTRE
      *                   RECEM-RESTAURADO DE GERACAO.
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
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADALU-M ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-M.
           SELECT CADALU-F ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-F.
           SELECT CADALU-REJ ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REJ.
           SELECT CADATU-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.
           SELECT EX11-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD CADALU-M LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-M.DAT".
           01 REG-M.
           COPY CADNOM REPLACING ==:TAG:== BY ==M==.
           COPY CADDTN REPLACING ==:TAG:== BY ==M==.

           FD CADALU-F LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-F.DAT".
           01 REG-F.
           COPY CADNOM REPLACING ==:TAG:== BY ==F==.
           COPY CADDTN REPLACING ==:TAG:== BY ==F==.

           FD CADALU-REJ LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-REJ.DAT".
           01 REG-REJ.
           COPY CADNOM REPLACING ==:TAG:== BY ==REJ==.
           02 SEXO-REJ        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==REJ==.
           02 REJ-MOTIVO      PIC 9(02).

           FD CADATU-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-LOG.DAT".
           01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(04).
           02 FILLER          PIC X(16).
           02 LOG-LIDOS-X     PIC X(07).
           02 FILLER          PIC X(12).
           02 LOG-GRAVADOS-X  PIC X(07).
           02 FILLER          PIC X(14).
           02 LOG-REJEITADOS-X PIC X(07).
           02 FILLER          PIC X(11).
           02 LOG-PULADOS-X   PIC X(07).
           02 FILLER          PIC X(08).
           02 LOG-DATA-X      PIC X(08).
           02 FILLER          PIC X(12).
           02 LOG-RESTART-X   PIC X(03).
           02 FILLER          PIC X(07).
           02 LOG-IDX-X       PIC X(03).
           02 FILLER          PIC X(07).
           02 LOG-CKP-X       PIC X(03).

           FD EX11-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX11-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-SAI     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-M       PIC X(02) VALUE SPACES.
       77 WS-STATUS-F       PIC X(02) VALUE SPACES.
       77 WS-STATUS-REJ     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 SW-IDX-DISP       PIC X(03) VALUE "NAO".
       77 SW-LOG-ACHADO     PIC X(03) VALUE "NAO".
       77 SW-MESTRE-ACHADO  PIC X(03) VALUE "NAO".
       77 MESTRE-GRAVADOS-N PIC 9(07) VALUE ZEROS.
       77 SW-GERAL          PIC X(10) VALUE "OK".
       77 QTDE-SAI          PIC 9(07) VALUE ZEROS.
       77 QTDE-IDX          PIC 9(07) VALUE ZEROS.
       77 QTDE-IDX-DIVERG   PIC 9(07) VALUE ZEROS.
       77 QTDE-M            PIC 9(07) VALUE ZEROS.
       77 QTDE-F            PIC 9(07) VALUE ZEROS.
       77 QTDE-REJ-SEXO     PIC 9(07) VALUE ZEROS.
       77 LOG-LIDOS-N       PIC 9(07) VALUE ZEROS.
       77 LOG-GRAVADOS-N    PIC 9(07) VALUE ZEROS.
       77 LOG-REJEITADOS-N  PIC 9(07) VALUE ZEROS.
       77 LOG-PULADOS-N     PIC 9(07) VALUE ZEROS.
       77 WS-SOMA           PIC 9(08) VALUE ZEROS.

       01 WS-ULTIMO-LOG.
           02 UL-LIDOS-X      PIC X(07) VALUE SPACES.
           02 UL-GRAVADOS-X   PIC X(07) VALUE SPACES.
           02 UL-REJEITADOS-X PIC X(07) VALUE SPACES.
           02 UL-PULADOS-X    PIC X(07) VALUE SPACES.
           02 UL-RESTART      PIC X(03) VALUE SPACES.
           02 UL-IDX          PIC X(03) VALUE SPACES.
           02 UL-CKP          PIC X(03) VALUE SPACES.

       01 WS-ULT-MESTRE.
           02 UM-PROGRAMA     PIC X(04) VALUE SPACES.
           02 UM-GRAVADOS-X   PIC X(07) VALUE SPACES.
           02 UM-RESTART      PIC X(03) VALUE SPACES.

       01 LINHA-VERIF.
           02 FILLER          PIC X(12) VALUE "VERIFICACAO ".
           02 LV-NUMERO       PIC 9(01).
           02 FILLER          PIC X(03) VALUE " - ".
           02 LV-DESCRICAO    PIC X(42).
           02 FILLER          PIC X(02) VALUE ": ".
           02 LV-VEREDICTO    PIC X(10).

       01 LINHA-CONTAGEM.
           02 LC-ROTULO       PIC X(32).
           02 LC-QTDE         PIC ZZZZZZ9.

       01 LINHA-GERAL.
           02 FILLER          PIC X(17) VALUE "RESULTADO GERAL: ".
           02 LG-VEREDICTO    PIC X(10).

       PROCEDURE DIVISION.
       PGM-EX11.
           PERFORM INICIO.
           PERFORM LE-ULTIMO-LOG.
           PERFORM CONTA-CADATU.
           PERFORM CONTA-IDX.
           PERFORM CONTA-MASCULINO.
           PERFORM CONTA-FEMININO.
           PERFORM CONTA-REJ-SEXO.
           PERFORM IMPRIME-CONTAGENS.
           PERFORM IMPRIME-VERIFICACOES.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT EX11-REL.
           MOVE "CONCILIACAO DA RODADA NOTURNA - EM01" TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  LE-ULTIMO-LOG - GUARDA OS TOTAIS DA ULTIMA LINHA DO EX02
      *  EM CADATU-LOG (O ARQUIVO E ACRESCENTADO A CADA RODADA; A
      *  ULTIMA LINHA DO EX02 E A RODADA MAIS RECENTE) E, EM
      *  SEPARADO, A ULTIMA LINHA DE GRAVACAO DO MESTRE (EX02 OU
      *  DESCARGA EX20), QUE E CONTRA QUEM O TOTAL DE CADATU TEM
      *  QUE BATER.
      *----------------------------------------------------------
       LE-ULTIMO-LOG.
           OPEN INPUT CADATU-LOG.
           IF WS-STATUS-LOG EQUAL "00"
               PERFORM LE-LINHA-LOG
               PERFORM GUARDA-LINHA-LOG UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU-LOG
           END-IF.
           IF SW-LOG-ACHADO EQUAL "SIM"
               PERFORM CONVERTE-TOTAIS-LOG
           END-IF.
           IF SW-MESTRE-ACHADO EQUAL "SIM"
               INSPECT UM-GRAVADOS-X REPLACING ALL " " BY "0"
               MOVE UM-GRAVADOS-X TO MESTRE-GRAVADOS-N
           END-IF.

       LE-LINHA-LOG.
           READ CADATU-LOG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-LOG NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-LINHA-LOG.
           IF LOG-PROGRAMA EQUAL "EX02"
               MOVE "SIM" TO SW-LOG-ACHADO
               MOVE LOG-LIDOS-X TO UL-LIDOS-X
               MOVE LOG-GRAVADOS-X TO UL-GRAVADOS-X
               MOVE LOG-REJEITADOS-X TO UL-REJEITADOS-X
               MOVE LOG-PULADOS-X TO UL-PULADOS-X
               MOVE LOG-RESTART-X TO UL-RESTART
               MOVE LOG-IDX-X TO UL-IDX
               MOVE LOG-CKP-X TO UL-CKP
           END-IF.
           IF LOG-PROGRAMA EQUAL "EX02" OR
              LOG-PROGRAMA EQUAL "EX20" OR
              LOG-PROGRAMA EQUAL "EX26"
               MOVE "SIM" TO SW-MESTRE-ACHADO
               MOVE LOG-PROGRAMA TO UM-PROGRAMA
               MOVE LOG-GRAVADOS-X TO UM-GRAVADOS-X
               MOVE LOG-RESTART-X TO UM-RESTART
           END-IF.
           PERFORM LE-LINHA-LOG.

      *----------------------------------------------------------
      *  CONVERTE-TOTAIS-LOG - OS TOTAIS DO LOG SAO EDITADOS COM
      *  SUPRESSAO DE ZEROS; TROCA OS BRANCOS POR ZEROS ANTES DE
      *  MOVER PARA OS CAMPOS NUMERICOS.
      *----------------------------------------------------------
       CONVERTE-TOTAIS-LOG.
           INSPECT UL-LIDOS-X REPLACING ALL " " BY "0".
           INSPECT UL-GRAVADOS-X REPLACING ALL " " BY "0".
           INSPECT UL-REJEITADOS-X REPLACING ALL " " BY "0".
           INSPECT UL-PULADOS-X REPLACING ALL " " BY "0".
           MOVE UL-LIDOS-X TO LOG-LIDOS-N.
           MOVE UL-GRAVADOS-X TO LOG-GRAVADOS-N.
           MOVE UL-REJEITADOS-X TO LOG-REJEITADOS-N.
           MOVE UL-PULADOS-X TO LOG-PULADOS-N.

      *----------------------------------------------------------
      *  CONTA-CADATU - CONTA OS REGISTROS DE CADATU E, PARA CADA
      *  UM, CONFERE POR LEITURA RANDOMICA SE O MESMO NUMERO ESTA
      *  EM CADATU-IDX COM O MESMO NOME E DATA DE NASCIMENTO. A
      *  CHAVE UNICA DO INDICE GARANTE QUE CADA NUMERO SO PODE
      *  EXISTIR UMA VEZ LA.
      *----------------------------------------------------------
       CONTA-CADATU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADATU-IDX.
           IF WS-STATUS-IDX EQUAL "00"
               MOVE "SIM" TO SW-IDX-DISP
           END-IF.
           OPEN INPUT CADATU.
           IF WS-STATUS-SAI EQUAL "00"
               PERFORM LE-CADATU
               PERFORM CONFERE-CADATU UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU
           END-IF.

       LE-CADATU.
           READ CADATU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-SAI NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       CONFERE-CADATU.
           ADD 1 TO QTDE-SAI.
           IF SW-IDX-DISP EQUAL "SIM"
               MOVE NUM-SAI TO NUM-IDX
               READ CADATU-IDX
                   INVALID KEY
                       ADD 1 TO QTDE-IDX-DIVERG
                   NOT INVALID KEY
                       IF NOME-IDX NOT EQUAL NOME-SAI OR
                          DATA-NASCIMENTO-IDX NOT EQUAL
                          DATA-NASCIMENTO-SAI OR
                          SITUACAO-IDX NOT EQUAL SITUACAO-SAI
                           ADD 1 TO QTDE-IDX-DIVERG
                       END-IF
               END-READ
           END-IF.
           PERFORM LE-CADATU.

      *----------------------------------------------------------
      *  CONTA-IDX - CONTA OS REGISTROS DE CADATU-IDX EM LEITURA
      *  SEQUENCIAL PELO INDICE, PARA FLAGRAR REGISTRO NO INDICE
      *  QUE NAO ESTEJA EM CADATU (INDICE MAIOR QUE O MESTRE).
      *----------------------------------------------------------
       CONTA-IDX.
           IF SW-IDX-DISP EQUAL "SIM"
               MOVE "NAO" TO FIM-ARQ
               MOVE ZEROS TO NUM-IDX
               START CADATU-IDX KEY NOT LESS THAN NUM-IDX
                   INVALID KEY MOVE "SIM" TO FIM-ARQ
               END-START
               PERFORM LE-PROXIMO-IDX UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU-IDX
           END-IF.

       LE-PROXIMO-IDX.
           READ CADATU-IDX NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
               NOT AT END ADD 1 TO QTDE-IDX
           END-READ.

       CONTA-MASCULINO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU-M.
           IF WS-STATUS-M EQUAL "00"
               PERFORM LE-MASCULINO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALU-M
           END-IF.

       LE-MASCULINO.
           READ CADALU-M AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-M EQUAL "00"
                   ADD 1 TO QTDE-M
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

       CONTA-FEMININO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU-F.
           IF WS-STATUS-F EQUAL "00"
               PERFORM LE-FEMININO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALU-F
           END-IF.

       LE-FEMININO.
           READ CADALU-F AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-F EQUAL "00"
                   ADD 1 TO QTDE-F
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  CONTA-REJ-SEXO - CONTA OS REJEITADOS CUJO SEXO NAO E "M"
      *  NEM "F", QUALQUER QUE SEJA O MOTIVO DA REJEICAO: O EX02
      *  REJEITA PELO PRIMEIRO MOTIVO ENCONTRADO (UM REGISTRO COM
      *  DATA E SEXO INVALIDOS SAI COM MOTIVO DE DATA), MAS O EX04
      *  SEPARA PELO SEXO - E ESSA SEPARACAO QUE A VERIFICACAO 4
      *  PRECISA ESPELHAR.
      *----------------------------------------------------------
       CONTA-REJ-SEXO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU-REJ.
           IF WS-STATUS-REJ EQUAL "00"
               PERFORM LE-REJEITADO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALU-REJ
           END-IF.

       LE-REJEITADO.
           READ CADALU-REJ AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-REJ EQUAL "00"
                   IF SEXO-REJ NOT EQUAL "M" AND
                      SEXO-REJ NOT EQUAL "F"
                       ADD 1 TO QTDE-REJ-SEXO
                   END-IF
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

       IMPRIME-CONTAGENS.
           MOVE "CADATU:                         " TO LC-ROTULO.
           MOVE QTDE-SAI TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "CADATU-IDX:                     " TO LC-ROTULO.
           MOVE QTDE-IDX TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "CADALU-M:                       " TO LC-ROTULO.
           MOVE QTDE-M TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "CADALU-F:                       " TO LC-ROTULO.
           MOVE QTDE-F TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "REJEITADOS SEM SEXO M/F:        " TO LC-ROTULO.
           MOVE QTDE-REJ-SEXO TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "LOG EX02 - LIDOS:               " TO LC-ROTULO.
           MOVE LOG-LIDOS-N TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "LOG EX02 - GRAVADOS:            " TO LC-ROTULO.
           MOVE LOG-GRAVADOS-N TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "LOG MESTRE - GRAVADOS:          " TO LC-ROTULO.
           MOVE MESTRE-GRAVADOS-N TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  IMPRIME-VERIFICACOES - AVALIA CADA CRUZAMENTO E EMITE O
      *  VEREDICTO. QUALQUER DIVERGENTE DERRUBA O RESULTADO GERAL.
      *----------------------------------------------------------
       IMPRIME-VERIFICACOES.
           MOVE 1 TO LV-NUMERO.
           MOVE "CADATU X GRAVADOS DO MESTRE NO LOG        "
               TO LV-DESCRICAO.
           IF SW-MESTRE-ACHADO EQUAL "SIM" AND
              ((UM-PROGRAMA EQUAL "EX02" AND
                UM-RESTART EQUAL "SIM" AND
                QTDE-SAI NOT LESS THAN MESTRE-GRAVADOS-N) OR
               QTDE-SAI EQUAL MESTRE-GRAVADOS-N)
               PERFORM VEREDICTO-OK
           ELSE
               PERFORM VEREDICTO-DIVERGENTE
           END-IF.
           MOVE 2 TO LV-NUMERO.
           MOVE "CADATU-IDX X CADATU                       "
               TO LV-DESCRICAO.
           IF SW-IDX-DISP EQUAL "SIM" AND QTDE-IDX EQUAL QTDE-SAI
               PERFORM VEREDICTO-OK
           ELSE
               PERFORM VEREDICTO-DIVERGENTE
           END-IF.
           MOVE 3 TO LV-NUMERO.
           MOVE "NUM-SAI DE CADATU PRESENTE EM CADATU-IDX  "
               TO LV-DESCRICAO.
           IF SW-IDX-DISP EQUAL "SIM" AND
              QTDE-IDX-DIVERG EQUAL ZEROS
               PERFORM VEREDICTO-OK
           ELSE
               PERFORM VEREDICTO-DIVERGENTE
           END-IF.
           MOVE 4 TO LV-NUMERO.
           MOVE "CADALU-M + CADALU-F + REJ SEXO X LIDOS    "
               TO LV-DESCRICAO.
           COMPUTE WS-SOMA = QTDE-M + QTDE-F + QTDE-REJ-SEXO.
           IF SW-LOG-ACHADO EQUAL "SIM" AND
              WS-SOMA EQUAL LOG-LIDOS-N
               PERFORM VEREDICTO-OK
           ELSE
               PERFORM VEREDICTO-DIVERGENTE
           END-IF.
           MOVE 5 TO LV-NUMERO.
           MOVE "LIDOS X GRAVADOS+REJEITADOS+PULADOS NO LOG"
               TO LV-DESCRICAO.
           COMPUTE WS-SOMA = LOG-GRAVADOS-N + LOG-REJEITADOS-N
               + LOG-PULADOS-N.
           IF SW-LOG-ACHADO EQUAL "SIM" AND
              WS-SOMA EQUAL LOG-LIDOS-N
               PERFORM VEREDICTO-OK
           ELSE
               PERFORM VEREDICTO-DIVERGENTE
           END-IF.

       VEREDICTO-OK.
           MOVE "OK" TO LV-VEREDICTO.
           MOVE LINHA-VERIF TO REG-REL.
           WRITE REG-REL.

       VEREDICTO-DIVERGENTE.
           MOVE "DIVERGENTE" TO LV-VEREDICTO.
           MOVE "DIVERGENTE" TO SW-GERAL.
           MOVE LINHA-VERIF TO REG-REL.
           WRITE REG-REL.

       TERMINO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE SW-GERAL TO LG-VEREDICTO.
           MOVE LINHA-GERAL TO REG-REL.
           WRITE REG-REL.
           CLOSE EX11-REL.

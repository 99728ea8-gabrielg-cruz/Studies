       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX14.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LE O ARQUIVO CADALU E PROCURA PROVAVEIS DUPLICIDADES
      *         DE PESSOA: MESMO NOME-ENT E MESMA DATA-NASCIMENTO-ENT
      *         SOB NUMEROS (NUM-ENT) DIFERENTES - O INVERSO DO EX05,
      *         QUE CONFERE O MESMO NUMERO USADO DUAS VEZES.
      *
      *         A CONFERENCIA ORDENA CADALU POR NOME E DATA DE
      *         NASCIMENTO (SORT COM PROCEDURES DE ENTRADA E SAIDA)
      *         E COMPARA REGISTROS ADJACENTES, NO MESMO ESQUEMA DO
      *         EX05. CADA PAR RELATADO EM EX14-REL TRAZ OS DOIS
      *         NUMEROS E AS POSICOES DE LEITURA DAS DUAS
      *         OCORRENCIAS, PARA A SECRETARIA FUNDIR OS CADASTROS
      *         ANTES DE O EX02 CARREGAR OS DOIS NO MESTRE.
      *
      *         DEVE RODAR ANTES DO EX02 NA SEQUENCIA DO BATCH.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
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
           SELECT CADALU-WRK ASSIGN TO "CADALU.WRK".
           SELECT EX14-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADALU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU.DAT".
           01 REG-ENT.
           COPY CADNOM REPLACING ==:TAG:== BY ==ENT==.
           02 SEXO-ENT        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==ENT==.

           SD CADALU-WRK.
           01 REG-WRK.
           COPY CADNOM REPLACING ==:TAG:== BY ==WRK==.
           COPY CADDTN REPLACING ==:TAG:== BY ==WRK==.
           02 POS-WRK          PIC 9(07).

           FD EX14-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX14-REL.DAT".
           01 REG-REL              PIC X(96).

       WORKING-STORAGE SECTION.
       77 FIM-CADALU        PIC X(03) VALUE "NAO".
       77 FIM-SORT          PIC X(03) VALUE "NAO".
       77 SW-TEM-ANTERIOR   PIC X(03) VALUE "NAO".
       77 WS-POSICAO        PIC 9(07) VALUE ZEROS.
       77 QTDE-DUPLICADOS   PIC 9(07) VALUE ZEROS.
       77 WS-NUM-ANTERIOR   PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ANTERIOR  PIC X(20) VALUE SPACES.
       77 WS-POS-ANTERIOR   PIC 9(07) VALUE ZEROS.

       01 WS-DTN-ANTERIOR.
           02 WS-DIA-ANTERIOR PIC 9(02) VALUE ZEROS.
           02 WS-MES-ANTERIOR PIC 9(02) VALUE ZEROS.
           02 WS-ANO-ANTERIOR PIC 9(04) VALUE ZEROS.

       01 LINHA-DUP.
           02 FILLER          PIC X(06) VALUE "NOME: ".
           02 LD-NOME         PIC X(20).
           02 FILLER          PIC X(07) VALUE "  NASC:".
           02 LD-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-ANO          PIC 9999.
           02 FILLER          PIC X(09) VALUE "  1O NUM:".
           02 LD-NUM-1        PIC 9(05).
           02 FILLER          PIC X(05) VALUE " POS:".
           02 LD-POS-1        PIC ZZZZZZ9.
           02 FILLER          PIC X(09) VALUE "  2O NUM:".
           02 LD-NUM-2        PIC 9(05).
           02 FILLER          PIC X(05) VALUE " POS:".
           02 LD-POS-2        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX14.
           OPEN OUTPUT EX14-REL.
           MOVE "PROVAVEIS DUPLICIDADES DE PESSOA - CADALU"
               TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           SORT CADALU-WRK ON ASCENDING KEY NOME-WRK
                   DATA-NASCIMENTO-WRK
               INPUT PROCEDURE IS CARREGA-WRK
               OUTPUT PROCEDURE IS CONFERE-ORDENADO.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  CARREGA-WRK - PROCEDURE DE ENTRADA DO SORT. LE CADALU
      *  UMA VEZ, NA ORDEM ORIGINAL, E LIBERA CADA REGISTRO PARA
      *  O SORT JUNTO COM A SUA POSICAO DE LEITURA.
      *----------------------------------------------------------
       CARREGA-WRK.
           OPEN INPUT CADALU.
           PERFORM LE-CADALU.
           PERFORM CARREGA-REGISTRO UNTIL FIM-CADALU EQUAL "SIM".
           CLOSE CADALU.

       LE-CADALU.
           READ CADALU AT END MOVE "SIM" TO FIM-CADALU.

       CARREGA-REGISTRO.
           ADD 1 TO WS-POSICAO.
           MOVE NUM-ENT TO NUM-WRK.
           MOVE NOME-ENT TO NOME-WRK.
           MOVE DATA-NASCIMENTO-ENT TO DATA-NASCIMENTO-WRK.
           MOVE WS-POSICAO TO POS-WRK.
           RELEASE REG-WRK.
           PERFORM LE-CADALU.

      *----------------------------------------------------------
      *  CONFERE-ORDENADO - PROCEDURE DE SAIDA DO SORT. RECEBE OS
      *  REGISTROS EM ORDEM DE NOME E DATA DE NASCIMENTO E COMPARA
      *  CADA UM COM O ULTIMO PAR NOME+DATA DISTINTO VISTO: PAR
      *  IGUAL COM NUMERO DIFERENTE E PROVAVEL PESSOA DUPLICADA.
      *  PAR IGUAL COM O MESMO NUMERO E ASSUNTO DO EX05, NAO
      *  DESTE RELATORIO.
      *----------------------------------------------------------
       CONFERE-ORDENADO.
           PERFORM RETORNA-WRK.
           PERFORM COMPARA-REGISTRO UNTIL FIM-SORT EQUAL "SIM".

       RETORNA-WRK.
           RETURN CADALU-WRK AT END MOVE "SIM" TO FIM-SORT.

       COMPARA-REGISTRO.
           IF SW-TEM-ANTERIOR EQUAL "SIM" AND
              NOME-WRK EQUAL WS-NOME-ANTERIOR AND
              DATA-NASCIMENTO-WRK EQUAL WS-DTN-ANTERIOR
               IF NUM-WRK NOT EQUAL WS-NUM-ANTERIOR
                   PERFORM GRAVA-DUPLICADO
               END-IF
           ELSE
               MOVE NUM-WRK TO WS-NUM-ANTERIOR
               MOVE NOME-WRK TO WS-NOME-ANTERIOR
               MOVE DATA-NASCIMENTO-WRK TO WS-DTN-ANTERIOR
               MOVE POS-WRK TO WS-POS-ANTERIOR
               MOVE "SIM" TO SW-TEM-ANTERIOR
           END-IF.
           PERFORM RETORNA-WRK.

       GRAVA-DUPLICADO.
           MOVE WS-NOME-ANTERIOR TO LD-NOME.
           MOVE WS-DIA-ANTERIOR TO LD-DIA.
           MOVE WS-MES-ANTERIOR TO LD-MES.
           MOVE WS-ANO-ANTERIOR TO LD-ANO.
           MOVE WS-NUM-ANTERIOR TO LD-NUM-1.
           MOVE WS-POS-ANTERIOR TO LD-POS-1.
           MOVE NUM-WRK TO LD-NUM-2.
           MOVE POS-WRK TO LD-POS-2.
           MOVE LINHA-DUP TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO QTDE-DUPLICADOS.

       TERMINO.
           IF QTDE-DUPLICADOS EQUAL ZEROS
               MOVE "NENHUMA DUPLICIDADE PROVAVEL ENCONTRADA."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE EX14-REL.

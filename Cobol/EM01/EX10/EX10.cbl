       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX10.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  RECICLA OS REGISTROS REJEITADOS PELO EX02. LE O
      *         ARQUIVO DE REJEITADOS DA RODADA (CADALU-REJ) E O DE
      *         PENDENTES DE RODADAS ANTERIORES (CADALU-PEN), CASA
      *         CADA UM, PELO NUMERO, COM O ARQUIVO DE CORRECOES
      *         DIGITADAS (CADALU-COR, NO LAYOUT DE CADALU):
      *
      *           - REJEITADO COM CORRECAO: GRAVA O REGISTRO
      *             CORRIGIDO EM CADALU-REC, NO LAYOUT DE CADALU,
      *             PRONTO PARA ALIMENTAR A PROXIMA RODADA DO EX02;
      *           - REJEITADO SEM CORRECAO: REGRAVA EM CADALU-PEN
      *             COM O CONTADOR DE RODADAS SEM CORRECAO
      *             ACRESCIDO; COM TRES OU MAIS RODADAS O REGISTRO
      *             E MARCADO COMO ESCALADO NO RELATORIO.
      *
      *         EMITE EM EX10-REL UMA LINHA POR REGISTRO TRATADO E
      *         OS TOTAIS DE CONTROLE, INCLUSIVE AS CORRECOES QUE
      *         NAO ENCONTRARAM REJEITADO CORRESPONDENTE.
      *
      *         O CASAMENTO E FEITO ORDENANDO REJEITADOS+PENDENTES
      *         E CORRECOES POR NUMERO (SORT), NO ESTILO DO EX05,
      *         SEM TABELA EM MEMORIA.
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
           SELECT CADALU-REJ ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REJ.
           SELECT CADALU-PEN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PEN.
           SELECT CADALU-COR ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-COR.
           SELECT CADALU-COR-ORD ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ORD.
           SELECT CADALU-REC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REC.
           SELECT REJ-WRK ASSIGN TO "CADREJ.WRK".
           SELECT COR-WRK ASSIGN TO "CADCOR.WRK".
           SELECT EX10-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

           FD CADALU-COR LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-COR.DAT".
           01 REG-COR.
           COPY CADNOM REPLACING ==:TAG:== BY ==COR==.
           02 SEXO-COR        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==COR==.

           FD CADALU-COR-ORD LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-COR-ORD.DAT".
           01 REG-ORD.
           COPY CADNOM REPLACING ==:TAG:== BY ==ORD==.
           02 SEXO-ORD        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==ORD==.

           FD CADALU-REC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-REC.DAT".
           01 REG-REC.
           COPY CADNOM REPLACING ==:TAG:== BY ==REC==.
           02 SEXO-REC        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==REC==.

           SD REJ-WRK.
           01 REG-WRK.
           COPY CADNOM REPLACING ==:TAG:== BY ==WRK==.
           02 SEXO-WRK        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==WRK==.
           02 WRK-MOTIVO      PIC 9(02).
           02 WRK-VEZES       PIC 9(02).

           SD COR-WRK.
           01 REG-CWK.
           COPY CADNOM REPLACING ==:TAG:== BY ==CWK==.
           02 SEXO-CWK        PIC X(01).
           COPY CADDTN REPLACING ==:TAG:== BY ==CWK==.

           FD EX10-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX10-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-REJ           PIC X(03) VALUE "NAO".
       77 FIM-PEN           PIC X(03) VALUE "NAO".
       77 FIM-WRK           PIC X(03) VALUE "NAO".
       77 FIM-ORD           PIC X(03) VALUE "NAO".
       77 SW-SEM-COR        PIC X(03) VALUE "NAO".
       77 SW-COR-USADA      PIC X(03) VALUE "NAO".
       77 SW-ERRO-REC       PIC X(03) VALUE "NAO".
       77 SW-ERRO-PEN       PIC X(03) VALUE "NAO".
       77 WS-STATUS-REJ     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PEN     PIC X(02) VALUE SPACES.
       77 WS-STATUS-COR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ORD     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REC     PIC X(02) VALUE SPACES.
       77 QTDE-REJEITADOS   PIC 9(07) VALUE ZEROS.
       77 QTDE-PENDENTES-LIDOS PIC 9(07) VALUE ZEROS.
       77 QTDE-CORRIGIDOS   PIC 9(07) VALUE ZEROS.
       77 QTDE-PENDENTES    PIC 9(07) VALUE ZEROS.
       77 QTDE-ESCALADOS    PIC 9(07) VALUE ZEROS.
       77 QTDE-COR-SOBRA    PIC 9(07) VALUE ZEROS.
       77 WS-NUM-ATUAL      PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ATUAL     PIC X(20) VALUE SPACES.
       77 WS-SEXO-ATUAL     PIC X(01) VALUE SPACES.
       77 WS-DTN-ATUAL      PIC X(08) VALUE SPACES.
       77 WS-MOTIVO-ATUAL   PIC 9(02) VALUE ZEROS.
       77 WS-VEZES-ATUAL    PIC 9(02) VALUE ZEROS.

       01 LINHA-CORRIGIDO.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LC-NUM          PIC 9(05).
           02 FILLER          PIC X(35) VALUE
              "  CORRIGIDO E LIBERADO PARA RECARGA".

       01 LINHA-PENDENTE.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LP-NUM          PIC 9(05).
           02 FILLER          PIC X(10) VALUE "  MOTIVO: ".
           02 LP-MOTIVO       PIC 9(02).
           02 FILLER          PIC X(17) VALUE "  SEM CORRECAO HA".
           02 LP-VEZES        PIC ZZ9.
           02 FILLER          PIC X(09) VALUE " RODADAS".
           02 LP-ESCALADO     PIC X(11).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(32).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX10.
           PERFORM INICIO.
           SORT REJ-WRK ON ASCENDING KEY NUM-WRK
               INPUT PROCEDURE IS CARREGA-REJEITADOS
               OUTPUT PROCEDURE IS PROCESSA-ORDENADO.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - ABRE O RELATORIO E ORDENA AS CORRECOES POR
      *  NUMERO, GRAVANDO EM CADALU-COR-ORD. SE NAO HOUVER ARQUIVO
      *  DE CORRECOES, A RODADA APENAS ENVELHECE OS PENDENTES.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX10-REL.
           MOVE "RECICLAGEM DE REJEITADOS - CADALU-REJ" TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT CADALU-COR.
           IF WS-STATUS-COR EQUAL "00"
               CLOSE CADALU-COR
               SORT COR-WRK ON ASCENDING KEY NUM-CWK
                   USING CADALU-COR
                   GIVING CADALU-COR-ORD
           ELSE
               MOVE "SIM" TO SW-SEM-COR
               MOVE "SEM ARQUIVO DE CORRECOES NESTA RODADA."
                   TO REG-REL
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  CARREGA-REJEITADOS - PROCEDURE DE ENTRADA DO SORT. LIBERA
      *  OS REJEITADOS DA RODADA (PRIMEIRA RODADA SEM CORRECAO) E
      *  OS PENDENTES DE RODADAS ANTERIORES (CONTADOR ACRESCIDO).
      *----------------------------------------------------------
       CARREGA-REJEITADOS.
           OPEN INPUT CADALU-REJ.
           IF WS-STATUS-REJ EQUAL "00"
               PERFORM LE-REJEITADO
               PERFORM CARREGA-REJEITADO UNTIL FIM-REJ EQUAL "SIM"
               CLOSE CADALU-REJ
           END-IF.
           OPEN INPUT CADALU-PEN.
           IF WS-STATUS-PEN EQUAL "00"
               PERFORM LE-PENDENTE
               PERFORM CARREGA-PENDENTE UNTIL FIM-PEN EQUAL "SIM"
               CLOSE CADALU-PEN
           END-IF.

       LE-REJEITADO.
           READ CADALU-REJ AT END MOVE "SIM" TO FIM-REJ.
           IF FIM-REJ NOT EQUAL "SIM" AND
              WS-STATUS-REJ NOT EQUAL "00"
               MOVE "SIM" TO FIM-REJ
           END-IF.

       CARREGA-REJEITADO.
           ADD 1 TO QTDE-REJEITADOS.
           MOVE NUM-REJ TO NUM-WRK.
           MOVE NOME-REJ TO NOME-WRK.
           MOVE SEXO-REJ TO SEXO-WRK.
           MOVE DATA-NASCIMENTO-REJ TO DATA-NASCIMENTO-WRK.
           MOVE REJ-MOTIVO TO WRK-MOTIVO.
           MOVE 1 TO WRK-VEZES.
           RELEASE REG-WRK.
           PERFORM LE-REJEITADO.

       LE-PENDENTE.
           READ CADALU-PEN AT END MOVE "SIM" TO FIM-PEN.
           IF FIM-PEN NOT EQUAL "SIM" AND
              WS-STATUS-PEN NOT EQUAL "00"
               MOVE "SIM" TO FIM-PEN
           END-IF.

       CARREGA-PENDENTE.
           ADD 1 TO QTDE-PENDENTES-LIDOS.
           MOVE NUM-PEN TO NUM-WRK.
           MOVE NOME-PEN TO NOME-WRK.
           MOVE SEXO-PEN TO SEXO-WRK.
           MOVE DATA-NASCIMENTO-PEN TO DATA-NASCIMENTO-WRK.
           MOVE PEN-MOTIVO TO WRK-MOTIVO.
           COMPUTE WRK-VEZES = PEN-VEZES + 1.
           RELEASE REG-WRK.
           PERFORM LE-PENDENTE.

      *----------------------------------------------------------
      *  PROCESSA-ORDENADO - PROCEDURE DE SAIDA DO SORT. CASA OS
      *  REJEITADOS, JA EM ORDEM DE NUMERO, COM AS CORRECOES
      *  ORDENADAS, EM UMA UNICA PASSAGEM. REGRAVA CADALU-PEN SO
      *  COM O QUE CONTINUA SEM CORRECAO.
      *----------------------------------------------------------
       PROCESSA-ORDENADO.
           OPEN OUTPUT CADALU-REC.
           IF WS-STATUS-REC NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-REC
               MOVE "FALHA NA ABERTURA DE CADALU-REC." TO REG-REL
               WRITE REG-REL
           END-IF.
           OPEN OUTPUT CADALU-PEN.
           IF WS-STATUS-PEN NOT EQUAL "00"
               MOVE "SIM" TO SW-ERRO-PEN
               MOVE "FALHA NA ABERTURA DE CADALU-PEN." TO REG-REL
               WRITE REG-REL
           END-IF.
           IF SW-SEM-COR EQUAL "SIM"
               MOVE "SIM" TO FIM-ORD
           ELSE
               OPEN INPUT CADALU-COR-ORD
               PERFORM LE-CORRECAO
           END-IF.
           PERFORM RETORNA-WRK.
           PERFORM CASA-REGISTRO UNTIL FIM-WRK EQUAL "SIM".
           PERFORM AVANCA-CORRECAO UNTIL FIM-ORD EQUAL "SIM".
           IF SW-SEM-COR NOT EQUAL "SIM"
               CLOSE CADALU-COR-ORD
           END-IF.
           CLOSE CADALU-REC CADALU-PEN.

       LE-CORRECAO.
           READ CADALU-COR-ORD AT END MOVE "SIM" TO FIM-ORD.
           IF FIM-ORD NOT EQUAL "SIM" AND
              WS-STATUS-ORD NOT EQUAL "00"
               MOVE "SIM" TO FIM-ORD
           END-IF.
           IF FIM-ORD NOT EQUAL "SIM"
               MOVE "NAO" TO SW-COR-USADA
           END-IF.

       RETORNA-WRK.
           RETURN REJ-WRK AT END MOVE "SIM" TO FIM-WRK.

      *----------------------------------------------------------
      *  CASA-REGISTRO - TRATA UM NUMERO POR VEZ. UM NUMERO
      *  REJEITADO DE NOVO PELO EX02 ENQUANTO AINDA PENDE DE
      *  RODADAS ANTERIORES ENTRA NO SORT DUAS VEZES (UMA POR
      *  CADALU-REJ, OUTRA POR CADALU-PEN); OS REPETIDOS
      *  ADJACENTES SAO FUNDIDOS ANTES DO CASAMENTO, PREVALECENDO
      *  O MAIOR CONTADOR DE RODADAS, PARA QUE UMA CORRECAO GERE
      *  UM SO REGISTRO CORRIGIDO E O PENDENTE NAO SE DUPLIQUE.
      *----------------------------------------------------------
       CASA-REGISTRO.
           MOVE NUM-WRK TO WS-NUM-ATUAL.
           MOVE NOME-WRK TO WS-NOME-ATUAL.
           MOVE SEXO-WRK TO WS-SEXO-ATUAL.
           MOVE DATA-NASCIMENTO-WRK TO WS-DTN-ATUAL.
           MOVE WRK-MOTIVO TO WS-MOTIVO-ATUAL.
           MOVE WRK-VEZES TO WS-VEZES-ATUAL.
           PERFORM RETORNA-WRK.
           PERFORM ABSORVE-REPETIDO UNTIL FIM-WRK EQUAL "SIM" OR
               NUM-WRK NOT EQUAL WS-NUM-ATUAL.
           PERFORM AVANCA-CORRECAO UNTIL FIM-ORD EQUAL "SIM" OR
               NUM-ORD NOT LESS THAN WS-NUM-ATUAL.
           IF FIM-ORD NOT EQUAL "SIM" AND NUM-ORD EQUAL WS-NUM-ATUAL
               PERFORM GRAVA-CORRIGIDO
           ELSE
               PERFORM GRAVA-PENDENTE
           END-IF.

       ABSORVE-REPETIDO.
           IF WRK-VEZES GREATER THAN WS-VEZES-ATUAL
               MOVE NOME-WRK TO WS-NOME-ATUAL
               MOVE SEXO-WRK TO WS-SEXO-ATUAL
               MOVE DATA-NASCIMENTO-WRK TO WS-DTN-ATUAL
               MOVE WRK-MOTIVO TO WS-MOTIVO-ATUAL
               MOVE WRK-VEZES TO WS-VEZES-ATUAL
           END-IF.
           PERFORM RETORNA-WRK.

      *----------------------------------------------------------
      *  AVANCA-CORRECAO - PASSA PARA A PROXIMA CORRECAO. UMA
      *  CORRECAO DEIXADA PARA TRAS SEM TER SIDO USADA NAO TEM
      *  REJEITADO CORRESPONDENTE E E CONTADA COMO SOBRA.
      *----------------------------------------------------------
       AVANCA-CORRECAO.
           IF SW-COR-USADA EQUAL "NAO"
               ADD 1 TO QTDE-COR-SOBRA
           END-IF.
           PERFORM LE-CORRECAO.

      *----------------------------------------------------------
      *  GRAVA-CORRIGIDO - O REGISTRO CORRIGIDO SAI INTEIRO DO
      *  ARQUIVO DE CORRECOES, NO LAYOUT DE CADALU, PRONTO PARA A
      *  PROXIMA RODADA DO EX02.
      *----------------------------------------------------------
       GRAVA-CORRIGIDO.
           MOVE "SIM" TO SW-COR-USADA.
           IF SW-ERRO-REC NOT EQUAL "SIM"
               MOVE NUM-ORD TO NUM-REC
               MOVE NOME-ORD TO NOME-REC
               MOVE SEXO-ORD TO SEXO-REC
               MOVE DATA-NASCIMENTO-ORD TO DATA-NASCIMENTO-REC
               WRITE REG-REC
               IF WS-STATUS-REC EQUAL "00"
                   ADD 1 TO QTDE-CORRIGIDOS
                   MOVE WS-NUM-ATUAL TO LC-NUM
                   MOVE LINHA-CORRIGIDO TO REG-REL
                   WRITE REG-REL
               ELSE
                   MOVE "SIM" TO SW-ERRO-REC
                   MOVE "FALHA NA GRAVACAO DE CADALU-REC." TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-PENDENTE - SEM CORRECAO NESTA RODADA: REGRAVA EM
      *  CADALU-PEN COM O CONTADOR DE RODADAS E RELATA, MARCANDO
      *  ESCALADO A PARTIR DE TRES RODADAS SEM CORRECAO.
      *----------------------------------------------------------
       GRAVA-PENDENTE.
           IF SW-ERRO-PEN NOT EQUAL "SIM"
               MOVE WS-NUM-ATUAL TO NUM-PEN
               MOVE WS-NOME-ATUAL TO NOME-PEN
               MOVE WS-SEXO-ATUAL TO SEXO-PEN
               MOVE WS-DTN-ATUAL TO DATA-NASCIMENTO-PEN
               MOVE WS-MOTIVO-ATUAL TO PEN-MOTIVO
               MOVE WS-VEZES-ATUAL TO PEN-VEZES
               WRITE REG-PEN
               IF WS-STATUS-PEN EQUAL "00"
                   PERFORM RELATA-PENDENTE
               ELSE
                   MOVE "SIM" TO SW-ERRO-PEN
                   MOVE "FALHA NA GRAVACAO DE CADALU-PEN." TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.

       RELATA-PENDENTE.
           ADD 1 TO QTDE-PENDENTES.
           MOVE WS-NUM-ATUAL TO LP-NUM.
           MOVE WS-MOTIVO-ATUAL TO LP-MOTIVO.
           MOVE WS-VEZES-ATUAL TO LP-VEZES.
           IF WS-VEZES-ATUAL NOT LESS THAN 3
               MOVE " - ESCALADO" TO LP-ESCALADO
               ADD 1 TO QTDE-ESCALADOS
           ELSE
               MOVE SPACES TO LP-ESCALADO
           END-IF.
           MOVE LINHA-PENDENTE TO REG-REL.
           WRITE REG-REL.

       TERMINO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "REJEITADOS DA RODADA:           " TO LT-ROTULO.
           MOVE QTDE-REJEITADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "PENDENTES DE RODADAS ANTERIORES:" TO LT-ROTULO.
           MOVE QTDE-PENDENTES-LIDOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "CORRIGIDOS PARA RECARGA:        " TO LT-ROTULO.
           MOVE QTDE-CORRIGIDOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "AINDA SEM CORRECAO:             " TO LT-ROTULO.
           MOVE QTDE-PENDENTES TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "ESCALADOS (3 OU MAIS RODADAS):  " TO LT-ROTULO.
           MOVE QTDE-ESCALADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "CORRECOES SEM REJEITADO:        " TO LT-ROTULO.
           MOVE QTDE-COR-SOBRA TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           IF SW-ERRO-REC EQUAL "SIM" OR SW-ERRO-PEN EQUAL "SIM"
               MOVE "GRAVACAO DE SAIDA COM ERRO - NAO RECARREGAR."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE EX10-REL.

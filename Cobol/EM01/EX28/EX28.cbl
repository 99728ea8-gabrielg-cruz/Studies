       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX28.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LISTA DE ESPERA POR TURMA. LE OS PEDIDOS DE
      *         CADESP-IDX EM ORDEM DA CHAVE TURMA+ORDEM (A CHAVE
      *         COMPOSTA JA AGRUPA POR TURMA E MANTEM A ORDEM DE
      *         CHEGADA), BUSCA O NOME DE CADA PESSOA EM CADATU-IDX
      *         E OS DADOS DA TURMA EM CADTUR-IDX, E EMITE EM
      *         EX28-REL UMA LISTAGEM PAGINADA NO ESTILO DO EX19:
      *         CADA TURMA COMECA EM PAGINA NOVA, COM CODIGO, NOME,
      *         TURNO E VAGAS NO CABECALHO, UMA LINHA POR PEDIDO
      *         (POSICAO NA FILA, NUMERO, NOME E DATA DO PEDIDO),
      *         SUBTOTAL POR TURMA E TOTAL GERAL - E A LISTA QUE A
      *         SECRETARIA USA PARA CHAMAR AS PESSOAS.
      *
      *         PEDIDO DE PESSOA FORA DO CADASTRO OU INATIVA SAI
      *         MARCADO: O EX18 O RETIRA DA FILA QUANDO CHEGAR A
      *         VEZ DELE.
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
           SELECT CADESP-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CHAVE-ESP-ESP
            FILE STATUS IS WS-STATUS-ESP.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT EX28-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADESP-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADESP-IDX.DAT".
           01 REG-ESP.
           COPY CADESP REPLACING ==:TAG:== BY ==ESP==.

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

           FD EX28-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX28-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-TEM-TURMA      PIC X(03) VALUE "NAO".
       77 WS-STATUS-ESP     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-TURMA-ANTERIOR PIC X(05) VALUE SPACES.
       77 WS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 LIMITE-LINHAS     PIC 9(02) VALUE 20.
       77 QTDE-TURMA        PIC 9(07) VALUE ZEROS.
       77 QTDE-GERAL        PIC 9(07) VALUE ZEROS.
       77 WS-VAGAS-LIVRES   PIC 9(03) VALUE ZEROS.

       01 LINHA-TITULO.
           02 FILLER          PIC X(25) VALUE
              "LISTA DE ESPERA - TURMA  ".
           02 LT-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LT-NOME-TURMA   PIC X(20).
           02 FILLER          PIC X(08) VALUE "PAGINA: ".
           02 LT-PAGINA       PIC ZZ9.

       01 LINHA-TURMA.
           02 FILLER          PIC X(07) VALUE "TURNO: ".
           02 LU-TURNO        PIC X(01).
           02 FILLER          PIC X(12) VALUE "  OCUPADAS: ".
           02 LU-OCUPADAS     PIC ZZ9.
           02 FILLER          PIC X(14) VALUE "  CAPACIDADE: ".
           02 LU-CAPACIDADE   PIC ZZ9.
           02 FILLER          PIC X(10) VALUE "  LIVRES: ".
           02 LU-LIVRES       PIC ZZ9.

       01 LINHA-CABECALHO.
           02 FILLER          PIC X(09) VALUE "POSICAO".
           02 FILLER          PIC X(10) VALUE "NUMERO".
           02 FILLER          PIC X(22) VALUE "NOME".
           02 FILLER          PIC X(09) VALUE "PEDIDO EM".

       01 LINHA-DETALHE.
           02 LD-POSICAO      PIC Z(04)9.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 LD-NUM          PIC Z(04)9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LD-NOME         PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-PED-DIA      PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-PED-MES      PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-PED-ANO      PIC 9999.
           02 LD-MARCA        PIC X(09).

       01 LINHA-SUBTOTAL.
           02 FILLER          PIC X(15) VALUE "SUBTOTAL TURMA ".
           02 LS-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE ": ".
           02 LS-QTDE         PIC ZZZZZZ9.

       01 LINHA-TOTAL.
           02 FILLER          PIC X(22) VALUE
              "TOTAL DE PEDIDOS:     ".
           02 LG-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX28.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT EX28-REL.
           OPEN INPUT CADESP-IDX.
           OPEN INPUT CADATU-IDX.
           OPEN INPUT CADTUR-IDX.
           IF WS-STATUS-ESP NOT EQUAL "00"
               MOVE "SEM LISTA DE ESPERA PARA LISTAR." TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
           END-IF.

       LEITURA.
           READ CADESP-IDX AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-ESP NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - QUEBRA DE CONTROLE POR TURMA: TURMA NOVA
      *  FECHA O SUBTOTAL DA ANTERIOR E ABRE PAGINA NOVA COM O
      *  CABECALHO DA TURMA. A POSICAO NA FILA E A CONTAGEM DOS
      *  PEDIDOS DA TURMA, NAO A ORDEM GRAVADA NA CHAVE (QUE TEM
      *  BURACOS DEIXADOS PELOS JA ATENDIDOS).
      *----------------------------------------------------------
       PRINCIPAL.
           IF TURMA-ESP-ESP NOT EQUAL WS-TURMA-ANTERIOR
               IF SW-TEM-TURMA EQUAL "SIM"
                   PERFORM IMPRIME-SUBTOTAL
               END-IF
               MOVE TURMA-ESP-ESP TO WS-TURMA-ANTERIOR
               MOVE "SIM" TO SW-TEM-TURMA
               PERFORM BUSCA-TURMA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  BUSCA-TURMA - DADOS DA TURMA PARA O CABECALHO. TURMA
      *  AUSENTE DO MESTRE NAO DERRUBA A LISTAGEM: O CABECALHO SAI
      *  MARCADO E OS PEDIDOS SAO LISTADOS MESMO ASSIM.
      *----------------------------------------------------------
       BUSCA-TURMA.
           MOVE TURMA-ESP-ESP TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "*** TURMA NAO CADASTRADA" TO NOME-TURMA-TUR
                   MOVE SPACES TO TURNO-TUR
                   MOVE ZEROS TO CAPACIDADE-TUR OCUPADAS-TUR
           END-READ.
           IF OCUPADAS-TUR LESS THAN CAPACIDADE-TUR
               COMPUTE WS-VAGAS-LIVRES =
                   CAPACIDADE-TUR - OCUPADAS-TUR
           ELSE
               MOVE ZEROS TO WS-VAGAS-LIVRES
           END-IF.

      *----------------------------------------------------------
      *  IMPRIME-CABECALHO - EMITE TITULO DA TURMA, NUMERO DE
      *  PAGINA E CABECALHO DE COLUNAS. CHAMADO NA QUEBRA DE TURMA
      *  E A CADA QUEBRA DE PAGINA.
      *----------------------------------------------------------
       IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE ZEROS TO WS-LINHA.
           MOVE WS-TURMA-ANTERIOR TO LT-TURMA.
           MOVE NOME-TURMA-TUR TO LT-NOME-TURMA.
           MOVE WS-PAGINA TO LT-PAGINA.
           MOVE LINHA-TITULO TO REG-REL.
           WRITE REG-REL.
           MOVE TURNO-TUR TO LU-TURNO.
           MOVE OCUPADAS-TUR TO LU-OCUPADAS.
           MOVE CAPACIDADE-TUR TO LU-CAPACIDADE.
           MOVE WS-VAGAS-LIVRES TO LU-LIVRES.
           MOVE LINHA-TURMA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE LINHA-CABECALHO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  IMPRIME-DETALHE - EMITE UMA LINHA DA FILA. QUEBRA PAGINA
      *  QUANDO O LIMITE DE LINHAS E ATINGIDO. PESSOA FORA DO
      *  CADASTRO OU INATIVA SAI MARCADA EM VEZ DE OMITIDA.
      *----------------------------------------------------------
       IMPRIME-DETALHE.
           IF WS-LINHA GREATER THAN OR EQUAL TO LIMITE-LINHAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           ADD 1 TO QTDE-TURMA.
           MOVE NUM-ESP-ESP TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO" TO NOME-IDX
                   MOVE "A" TO SITUACAO-IDX
           END-READ.
           IF INATIVO-IDX
               MOVE " *INATIVO" TO LD-MARCA
           ELSE
               MOVE SPACES TO LD-MARCA
           END-IF.
           MOVE QTDE-TURMA TO LD-POSICAO.
           MOVE NUM-ESP-ESP TO LD-NUM.
           MOVE NOME-IDX TO LD-NOME.
           MOVE DATA-PEDIDO-ESP-ESP(7:2) TO LD-PED-DIA.
           MOVE DATA-PEDIDO-ESP-ESP(5:2) TO LD-PED-MES.
           MOVE DATA-PEDIDO-ESP-ESP(1:4) TO LD-PED-ANO.
           MOVE LINHA-DETALHE TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.
           ADD 1 TO QTDE-GERAL.

       IMPRIME-SUBTOTAL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE WS-TURMA-ANTERIOR TO LS-TURMA.
           MOVE QTDE-TURMA TO LS-QTDE.
           MOVE LINHA-SUBTOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE ZEROS TO QTDE-TURMA.

       TERMINO.
           IF SW-TEM-TURMA EQUAL "SIM"
               PERFORM IMPRIME-SUBTOTAL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE QTDE-GERAL TO LG-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           CLOSE CADESP-IDX CADATU-IDX CADTUR-IDX EX28-REL.

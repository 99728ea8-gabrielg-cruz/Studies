       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX19.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LISTA DE CHAMADA POR TURMA. LE AS MATRICULAS DE
      *         CADMAT-IDX EM ORDEM DA CHAVE TURMA+NUMERO (A CHAVE
      *         COMPOSTA JA AGRUPA POR TURMA), BUSCA O NOME E A
      *         DATA DE NASCIMENTO DE CADA PESSOA EM CADATU-IDX E
      *         OS DADOS DA TURMA EM CADTUR-IDX, E EMITE EM
      *         EX19-REL UMA LISTAGEM PAGINADA NO ESTILO DO EX07:
      *         CADA TURMA COMECA EM PAGINA NOVA, COM CODIGO, NOME,
      *         TURNO E VAGAS NO CABECALHO, UMA LINHA POR
      *         MATRICULADO (NUMERO, NOME, NASCIMENTO E DATA DA
      *         MATRICULA), SUBTOTAL POR TURMA E TOTAL GERAL.
      *
      *         MATRICULA CUJO NUMERO NAO ESTA MAIS EM CADATU-IDX
      *         SAI MARCADA NO RELATORIO PARA A SECRETARIA APURAR,
      *         EM VEZ DE SUMIR DA CHAMADA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); MATRICULADO QUE FICOU INATIVO NO
      *                   CADASTRO SAI MARCADO NA CHAMADA PARA A
      *                   SECRETARIA CANCELAR A MATRICULA.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  15/10/2026 GGC   SELECT DE CADMAT-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NUM-MAT (COM DUPLICATAS)
      *                   CRIADA PARA O CANCELAMENTO DAS MATRICULAS
      *                   NA INATIVACAO (EX08) E NO EXPURGO (EX22).
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT EX19-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

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

           FD EX19-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX19-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 SW-TEM-TURMA      PIC X(03) VALUE "NAO".
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-TURMA-ANTERIOR PIC X(05) VALUE SPACES.
       77 WS-PAGINA         PIC 9(03) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 LIMITE-LINHAS     PIC 9(02) VALUE 20.
       77 QTDE-TURMA        PIC 9(07) VALUE ZEROS.
       77 QTDE-GERAL        PIC 9(07) VALUE ZEROS.

       01 LINHA-TITULO.
           02 FILLER          PIC X(25) VALUE
              "LISTA DE CHAMADA - TURMA ".
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

       01 LINHA-CABECALHO.
           02 FILLER          PIC X(10) VALUE "NUMERO".
           02 FILLER          PIC X(22) VALUE "NOME".
           02 FILLER          PIC X(12) VALUE "NASCIMENTO".
           02 FILLER          PIC X(09) VALUE "MATRICULA".

       01 LINHA-DETALHE.
           02 LD-NUM          PIC Z(04)9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 LD-NOME         PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-ANO          PIC 9999.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LD-MAT-DIA      PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-MAT-MES      PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LD-MAT-ANO      PIC 9999.
           02 LD-MARCA        PIC X(09).

       01 LINHA-SUBTOTAL.
           02 FILLER          PIC X(15) VALUE "SUBTOTAL TURMA ".
           02 LS-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE ": ".
           02 LS-QTDE         PIC ZZZZZZ9.

       01 LINHA-TOTAL.
           02 FILLER          PIC X(22) VALUE
              "TOTAL DE MATRICULADOS:".
           02 LG-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX19.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           OPEN OUTPUT EX19-REL.
           OPEN INPUT CADMAT-IDX.
           OPEN INPUT CADATU-IDX.
           OPEN INPUT CADTUR-IDX.
           IF WS-STATUS-MAT NOT EQUAL "00"
               MOVE "SEM ARQUIVO DE MATRICULAS PARA LISTAR."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           ELSE
               PERFORM LEITURA
           END-IF.

       LEITURA.
           READ CADMAT-IDX AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-MAT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - QUEBRA DE CONTROLE POR TURMA: TURMA NOVA
      *  FECHA O SUBTOTAL DA ANTERIOR E ABRE PAGINA NOVA COM O
      *  CABECALHO DA TURMA.
      *----------------------------------------------------------
       PRINCIPAL.
           IF TURMA-MAT-MAT NOT EQUAL WS-TURMA-ANTERIOR
               IF SW-TEM-TURMA EQUAL "SIM"
                   PERFORM IMPRIME-SUBTOTAL
               END-IF
               MOVE TURMA-MAT-MAT TO WS-TURMA-ANTERIOR
               MOVE "SIM" TO SW-TEM-TURMA
               PERFORM BUSCA-TURMA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  BUSCA-TURMA - DADOS DA TURMA PARA O CABECALHO. TURMA
      *  AUSENTE DO MESTRE NAO DERRUBA A LISTAGEM: O CABECALHO SAI
      *  MARCADO E AS MATRICULAS SAO LISTADAS MESMO ASSIM.
      *----------------------------------------------------------
       BUSCA-TURMA.
           MOVE TURMA-MAT-MAT TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "*** TURMA NAO CADASTRADA" TO NOME-TURMA-TUR
                   MOVE SPACES TO TURNO-TUR
                   MOVE ZEROS TO CAPACIDADE-TUR OCUPADAS-TUR
           END-READ.

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
           MOVE LINHA-TURMA TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE LINHA-CABECALHO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  IMPRIME-DETALHE - EMITE UMA LINHA DA CHAMADA. QUEBRA
      *  PAGINA QUANDO O LIMITE DE LINHAS E ATINGIDO. PESSOA FORA
      *  DO CADASTRO SAI MARCADA EM VEZ DE OMITIDA.
      *----------------------------------------------------------
       IMPRIME-DETALHE.
           IF WS-LINHA GREATER THAN OR EQUAL TO LIMITE-LINHAS
               PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE NUM-MAT-MAT TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "*** FORA DO CADASTRO" TO NOME-IDX
                   MOVE ZEROS TO DATA-NASCIMENTO-IDX
                   MOVE "A" TO SITUACAO-IDX
           END-READ.
           IF INATIVO-IDX
               MOVE " *INATIVO" TO LD-MARCA
           ELSE
               MOVE SPACES TO LD-MARCA
           END-IF.
           MOVE NUM-MAT-MAT TO LD-NUM.
           MOVE NOME-IDX TO LD-NOME.
           MOVE DIA-NASCIMENTO-IDX TO LD-DIA.
           MOVE MES-NASCIMENTO-IDX TO LD-MES.
           MOVE ANO-NASCIMENTO-IDX TO LD-ANO.
           MOVE DATA-MATRICULA-MAT(7:2) TO LD-MAT-DIA.
           MOVE DATA-MATRICULA-MAT(5:2) TO LD-MAT-MES.
           MOVE DATA-MATRICULA-MAT(1:4) TO LD-MAT-ANO.
           MOVE LINHA-DETALHE TO REG-REL.
           WRITE REG-REL.
           ADD 1 TO WS-LINHA.
           ADD 1 TO QTDE-TURMA.
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
           CLOSE CADMAT-IDX CADATU-IDX CADTUR-IDX EX19-REL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX16.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  GUARDA GERACOES DATADAS DO CADATU E RELATA O QUE
      *         MUDOU DE UM DIA PARA O OUTRO. RODA APOS O EX02:
      *
      *           1 - COMPARA O CADATU ATUAL COM A GERACAO
      *               ANTERIOR, APONTADA PELO ARQUIVO DE CONTROLE
      *               CADATU-GER.DAT, CASANDO POR NUM-SAI (AMBOS
      *               ASCENDENTES, ORDEM GARANTIDA PELO EX02), E
      *               EMITE EM EX16-REL TRES SECOES: NUMEROS NOVOS,
      *               NUMEROS DESAPARECIDOS E NUMEROS COM NOME OU
      *               DATA DE NASCIMENTO ALTERADOS (ANTES/DEPOIS);
      *           2 - COPIA CADATU.DAT PARA A GERACAO DATADA
      *               CADATU-GAAAAMMDD.DAT (DATA DA EXECUCAO) -
      *               DEPOIS DA COMPARACAO, PARA QUE REEXECUCAO NO
      *               MESMO DIA NAO SOBREPONHA A GERACAO ANTES DE
      *               COMPARA-LA;
      *           3 - REGRAVA CADATU-GER.DAT APONTANDO PARA A
      *               GERACAO RECEM-GRAVADA, SOMENTE COM A COPIA
      *               CONFIRMADA PELO FILE STATUS.
      *
      *         NA PRIMEIRA EXECUCAO (SEM ARQUIVO DE CONTROLE) SO
      *         GUARDA A GERACAO E REGISTRA NO RELATORIO QUE NAO
      *         HAVIA GERACAO ANTERIOR PARA COMPARAR.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A SECAO 3 PASSA A APONTAR TAMBEM
      *                   MUDANCA DE SITUACAO (INATIVACAO DE QUEM
      *                   SAIU), COM A SITUACAO NAS IMAGENS
      *                   ANTES/DEPOIS.
      *  02/09/2026 GGC   CADA GERACAO NOVA PASSA A SER ANOTADA NO
      *                   CATALOGO CADATU-CAT.DAT (NOME E DATA),
      *                   QUE A VARREDURA DE RETENCAO DO EX27 USA
      *                   PARA SABER QUAIS GERACOES EXISTEM;
      *                   REEXECUCAO NO MESMO DIA NAO DUPLICA A
      *                   ANOTACAO.
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
           SELECT GERACAO-NOVA ASSIGN USING WS-NOME-NOVA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-GER.
           SELECT GERACAO-ANT ASSIGN USING WS-NOME-ANT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ANT.
           SELECT CADATU-CTL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CTL.
           SELECT EX16-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT CADATU-CAT ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU.DAT".
           01 REG-SAI.
           COPY CADNOM REPLACING ==:TAG:== BY ==SAI==.
           COPY CADDTN REPLACING ==:TAG:== BY ==SAI==.
           COPY CADSIT REPLACING ==:TAG:== BY ==SAI==.

           FD GERACAO-NOVA LABEL RECORD ARE STANDARD.
           01 REG-GER.
           COPY CADNOM REPLACING ==:TAG:== BY ==GER==.
           COPY CADDTN REPLACING ==:TAG:== BY ==GER==.
           COPY CADSIT REPLACING ==:TAG:== BY ==GER==.

           FD GERACAO-ANT LABEL RECORD ARE STANDARD.
           01 REG-ANT.
           COPY CADNOM REPLACING ==:TAG:== BY ==ANT==.
           COPY CADDTN REPLACING ==:TAG:== BY ==ANT==.
           COPY CADSIT REPLACING ==:TAG:== BY ==ANT==.

           FD CADATU-CTL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-GER.DAT".
           01 REG-CTL.
           02 CTL-GERACAO     PIC X(20).

           FD EX16-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX16-REL.DAT".
           01 REG-REL              PIC X(80).

           FD CADATU-CAT LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-CAT.DAT".
           01 REG-CAT.
           02 CAT-GERACAO     PIC X(20).
           02 CAT-DATA        PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 FIM-CUR           PIC X(03) VALUE "NAO".
       77 FIM-ANT           PIC X(03) VALUE "NAO".
       77 SW-TEM-ANTERIOR   PIC X(03) VALUE "NAO".
       77 SW-ANT-ABERTA     PIC X(03) VALUE "NAO".
       77 SW-CADATU-OK      PIC X(03) VALUE "NAO".
       77 SW-GERACAO-OK     PIC X(03) VALUE "NAO".
       77 SW-ANT-FALHOU     PIC X(03) VALUE "NAO".
       77 SW-CTL-GRAVADO    PIC X(03) VALUE "NAO".
       77 WS-STATUS-SAI     PIC X(02) VALUE SPACES.
       77 WS-STATUS-GER     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ANT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CAT     PIC X(02) VALUE SPACES.
       77 WS-SECAO          PIC 9(01) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-CHAVE-CUR      PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-ANT      PIC 9(06) VALUE ZEROS.
       77 QTDE-COPIADOS     PIC 9(07) VALUE ZEROS.
       77 QTDE-NOVOS        PIC 9(07) VALUE ZEROS.
       77 QTDE-EXCLUIDOS    PIC 9(07) VALUE ZEROS.
       77 QTDE-ALTERADOS    PIC 9(07) VALUE ZEROS.

       01 WS-NOME-NOVA.
           02 FILLER          PIC X(08) VALUE "CADATU-G".
           02 NOVA-DATA       PIC 9(08).
           02 FILLER          PIC X(04) VALUE ".DAT".

       01 WS-NOME-ANT       PIC X(20) VALUE SPACES.

       01 LINHA-NUMERO.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LN-NUM          PIC 9(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LN-NOME         PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LN-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LN-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LN-ANO          PIC 9999.

       01 LINHA-IMAGEM.
           02 LI-ROTULO       PIC X(15).
           02 LI-NOME         PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LI-DIA          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LI-MES          PIC 99.
           02 FILLER          PIC X(01) VALUE "/".
           02 LI-ANO          PIC 9999.
           02 FILLER          PIC X(07) VALUE "  SIT: ".
           02 LI-SITUACAO     PIC X(01).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(32).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX16.
           PERFORM INICIO.
           PERFORM VERIFICA-CADATU.
           IF SW-CADATU-OK EQUAL "SIM"
               IF SW-TEM-ANTERIOR EQUAL "SIM"
                   PERFORM COMPARA-SECOES
               ELSE
                   MOVE "SEM GERACAO ANTERIOR PARA COMPARAR."
                       TO REG-REL
                   WRITE REG-REL
               END-IF
               PERFORM GUARDA-GERACAO
               PERFORM IMPRIME-TOTAIS
               IF SW-GERACAO-OK EQUAL "SIM"
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.
           CLOSE EX16-REL.
           STOP RUN.

      *----------------------------------------------------------
      *  VERIFICA-CADATU - A COMPARACAO E A GERACAO SO RODAM COM
      *  O CADATU DISPONIVEL; INDISPONIVEL, NADA E COMPARADO,
      *  GRAVADO NEM REAPONTADO.
      *----------------------------------------------------------
       VERIFICA-CADATU.
           OPEN INPUT CADATU.
           IF WS-STATUS-SAI NOT EQUAL "00"
               MOVE "CADATU INDISPONIVEL - GERACAO NAO GUARDADA."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               CLOSE CADATU
               MOVE "SIM" TO SW-CADATU-OK
           END-IF.

      *----------------------------------------------------------
      *  INICIO - ABRE O RELATORIO, MONTA O NOME DA GERACAO DO
      *  DIA E LE NO ARQUIVO DE CONTROLE O NOME DA ANTERIOR.
      *----------------------------------------------------------
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO NOVA-DATA.
           OPEN OUTPUT EX16-REL.
           MOVE "MOVIMENTACAO DIARIA DO CADATU - GERACOES" TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT CADATU-CTL.
           IF WS-STATUS-CTL EQUAL "00"
               READ CADATU-CTL
                   NOT AT END
                       IF CTL-GERACAO NOT EQUAL SPACES
                           MOVE CTL-GERACAO TO WS-NOME-ANT
                           MOVE "SIM" TO SW-TEM-ANTERIOR
                       END-IF
               END-READ
               CLOSE CADATU-CTL
           END-IF.

      *----------------------------------------------------------
      *  GUARDA-GERACAO - COPIA O CADATU ATUAL PARA A GERACAO
      *  DATADA DO DIA, DEPOIS DA COMPARACAO (EM REEXECUCAO NO
      *  MESMO DIA A GERACAO APONTADA PELO CONTROLE E A PROPRIA
      *  GERACAO DO DIA, QUE NAO PODE SER SOBREPOSTA ANTES DE
      *  COMPARADA). ABERTURA OU GRAVACAO NAO CONFIRMADA PELO
      *  FILE STATUS DERRUBA SW-GERACAO-OK, E O CONTROLE NAO E
      *  REAPONTADO - A REFERENCIA A ULTIMA GERACAO BOA FICA
      *  PRESERVADA.
      *----------------------------------------------------------
       GUARDA-GERACAO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADATU.
           IF WS-STATUS-SAI NOT EQUAL "00"
               MOVE "CADATU INDISPONIVEL - GERACAO NAO GUARDADA."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               OPEN OUTPUT GERACAO-NOVA
               IF WS-STATUS-GER NOT EQUAL "00"
                   MOVE "FALHA NA ABERTURA DA GERACAO DO DIA."
                       TO REG-REL
                   WRITE REG-REL
                   CLOSE CADATU
               ELSE
                   MOVE "SIM" TO SW-GERACAO-OK
                   PERFORM LE-CADATU
                   PERFORM COPIA-REGISTRO UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE CADATU GERACAO-NOVA
               END-IF
           END-IF.

       LE-CADATU.
           READ CADATU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-SAI NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       COPIA-REGISTRO.
           MOVE REG-SAI TO REG-GER.
           WRITE REG-GER.
           IF WS-STATUS-GER EQUAL "00"
               ADD 1 TO QTDE-COPIADOS
               PERFORM LE-CADATU
           ELSE
               MOVE "NAO" TO SW-GERACAO-OK
               MOVE "FALHA NA GRAVACAO DA GERACAO DO DIA."
                   TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO FIM-ARQ
           END-IF.

      *----------------------------------------------------------
      *  COMPARA-SECOES - TRES PASSAGENS DE CASAMENTO POR NUM-SAI
      *  ENTRE O CADATU ATUAL E A GERACAO ANTERIOR, UMA POR SECAO
      *  DO RELATORIO (NOVOS, DESAPARECIDOS, ALTERADOS).
      *----------------------------------------------------------
       COMPARA-SECOES.
           OPEN INPUT GERACAO-ANT.
           IF WS-STATUS-ANT NOT EQUAL "00"
               MOVE "GERACAO ANTERIOR INDISPONIVEL." TO REG-REL
               WRITE REG-REL
           ELSE
               CLOSE GERACAO-ANT
               PERFORM COMPARA-GERACOES
                   VARYING WS-SECAO FROM 1 BY 1
                   UNTIL WS-SECAO GREATER THAN 3 OR
                         SW-ANT-FALHOU EQUAL "SIM"
           END-IF.

       COMPARA-GERACOES.
           PERFORM IMPRIME-CABECALHO-SECAO.
           MOVE "NAO" TO FIM-CUR.
           MOVE "NAO" TO FIM-ANT.
           MOVE "NAO" TO SW-ANT-ABERTA.
           OPEN INPUT CADATU.
           OPEN INPUT GERACAO-ANT.
           IF WS-STATUS-ANT NOT EQUAL "00"
               MOVE "GERACAO ANTERIOR INDISPONIVEL." TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO SW-ANT-FALHOU
               MOVE "SIM" TO FIM-CUR
               MOVE "SIM" TO FIM-ANT
           ELSE
               MOVE "SIM" TO SW-ANT-ABERTA
               PERFORM LE-ATUAL
               PERFORM LE-ANTERIOR
           END-IF.
           PERFORM CASA-GERACOES UNTIL FIM-CUR EQUAL "SIM" AND
               FIM-ANT EQUAL "SIM".
           CLOSE CADATU.
           IF SW-ANT-ABERTA EQUAL "SIM"
               CLOSE GERACAO-ANT
           END-IF.

       LE-ATUAL.
           READ CADATU AT END MOVE "SIM" TO FIM-CUR.
           IF FIM-CUR EQUAL "SIM" OR WS-STATUS-SAI NOT EQUAL "00"
               MOVE "SIM" TO FIM-CUR
               MOVE 999999 TO WS-CHAVE-CUR
           ELSE
               MOVE NUM-SAI TO WS-CHAVE-CUR
           END-IF.

       LE-ANTERIOR.
           READ GERACAO-ANT AT END MOVE "SIM" TO FIM-ANT.
           IF FIM-ANT EQUAL "SIM" OR WS-STATUS-ANT NOT EQUAL "00"
               MOVE "SIM" TO FIM-ANT
               MOVE 999999 TO WS-CHAVE-ANT
           ELSE
               MOVE NUM-ANT TO WS-CHAVE-ANT
           END-IF.

       CASA-GERACOES.
           EVALUATE TRUE
               WHEN WS-CHAVE-CUR LESS THAN WS-CHAVE-ANT
                   PERFORM TRATA-NOVO
                   PERFORM LE-ATUAL
               WHEN WS-CHAVE-CUR GREATER THAN WS-CHAVE-ANT
                   PERFORM TRATA-EXCLUIDO
                   PERFORM LE-ANTERIOR
               WHEN OTHER
                   PERFORM TRATA-IGUAL
                   PERFORM LE-ATUAL
                   PERFORM LE-ANTERIOR
           END-EVALUATE.

       TRATA-NOVO.
           IF WS-SECAO EQUAL 1
               MOVE NUM-SAI TO LN-NUM
               MOVE NOME-SAI TO LN-NOME
               MOVE DIA-NASCIMENTO-SAI TO LN-DIA
               MOVE MES-NASCIMENTO-SAI TO LN-MES
               MOVE ANO-NASCIMENTO-SAI TO LN-ANO
               MOVE LINHA-NUMERO TO REG-REL
               WRITE REG-REL
               ADD 1 TO QTDE-NOVOS
           END-IF.

       TRATA-EXCLUIDO.
           IF WS-SECAO EQUAL 2
               MOVE NUM-ANT TO LN-NUM
               MOVE NOME-ANT TO LN-NOME
               MOVE DIA-NASCIMENTO-ANT TO LN-DIA
               MOVE MES-NASCIMENTO-ANT TO LN-MES
               MOVE ANO-NASCIMENTO-ANT TO LN-ANO
               MOVE LINHA-NUMERO TO REG-REL
               WRITE REG-REL
               ADD 1 TO QTDE-EXCLUIDOS
           END-IF.

       TRATA-IGUAL.
           IF WS-SECAO EQUAL 3
               IF NOME-SAI NOT EQUAL NOME-ANT OR
                  DATA-NASCIMENTO-SAI NOT EQUAL DATA-NASCIMENTO-ANT
                  OR SITUACAO-SAI NOT EQUAL SITUACAO-ANT
                   PERFORM IMPRIME-ALTERADO
                   ADD 1 TO QTDE-ALTERADOS
               END-IF
           END-IF.

       IMPRIME-ALTERADO.
           MOVE NUM-SAI TO LN-NUM.
           MOVE SPACES TO LN-NOME.
           MOVE ZEROS TO LN-DIA LN-MES LN-ANO.
           MOVE LINHA-NUMERO(1:13) TO REG-REL.
           WRITE REG-REL.
           MOVE "  ANTES:       " TO LI-ROTULO.
           MOVE NOME-ANT TO LI-NOME.
           MOVE DIA-NASCIMENTO-ANT TO LI-DIA.
           MOVE MES-NASCIMENTO-ANT TO LI-MES.
           MOVE ANO-NASCIMENTO-ANT TO LI-ANO.
           MOVE SITUACAO-ANT TO LI-SITUACAO.
           MOVE LINHA-IMAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "  DEPOIS:      " TO LI-ROTULO.
           MOVE NOME-SAI TO LI-NOME.
           MOVE DIA-NASCIMENTO-SAI TO LI-DIA.
           MOVE MES-NASCIMENTO-SAI TO LI-MES.
           MOVE ANO-NASCIMENTO-SAI TO LI-ANO.
           MOVE SITUACAO-SAI TO LI-SITUACAO.
           MOVE LINHA-IMAGEM TO REG-REL.
           WRITE REG-REL.

       IMPRIME-CABECALHO-SECAO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           EVALUATE WS-SECAO
               WHEN 1
                   MOVE "SECAO 1 - NUMEROS NOVOS NA GERACAO DE HOJE"
                       TO REG-REL
               WHEN 2
                   MOVE "SECAO 2 - NUMEROS DESAPARECIDOS" TO REG-REL
               WHEN 3
                   MOVE "SECAO 3 - NOME OU NASCIMENTO ALTERADOS"
                       TO REG-REL
           END-EVALUATE.
           WRITE REG-REL.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "REGISTROS NA GERACAO DE HOJE:   " TO LT-ROTULO.
           MOVE QTDE-COPIADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "NUMEROS NOVOS:                  " TO LT-ROTULO.
           MOVE QTDE-NOVOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "NUMEROS DESAPARECIDOS:          " TO LT-ROTULO.
           MOVE QTDE-EXCLUIDOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "NUMEROS ALTERADOS:              " TO LT-ROTULO.
           MOVE QTDE-ALTERADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  GRAVA-CONTROLE - A GERACAO DO DIA PASSA A SER A
      *  REFERENCIA PARA A COMPARACAO DA PROXIMA EXECUCAO.
      *----------------------------------------------------------
       GRAVA-CONTROLE.
           OPEN OUTPUT CADATU-CTL.
           IF WS-STATUS-CTL EQUAL "00"
               MOVE WS-NOME-NOVA TO CTL-GERACAO
               WRITE REG-CTL
               IF WS-STATUS-CTL EQUAL "00"
                   MOVE "SIM" TO SW-CTL-GRAVADO
               END-IF
               CLOSE CADATU-CTL
           END-IF.
           IF SW-CTL-GRAVADO NOT EQUAL "SIM"
               MOVE "FALHA NA GRAVACAO DO CONTROLE DE GERACOES."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               PERFORM ANOTA-CATALOGO
           END-IF.

      *----------------------------------------------------------
      *  ANOTA-CATALOGO - ACRESCENTA A GERACAO RECEM GUARDADA AO
      *  CATALOGO CADATU-CAT.DAT, DE ONDE A VARREDURA DE RETENCAO
      *  DO EX27 SABE QUAIS GERACOES EXISTEM. EM REEXECUCAO NO
      *  MESMO DIA A GERACAO JA ERA A APONTADA PELO CONTROLE E NAO
      *  E ANOTADA DE NOVO.
      *----------------------------------------------------------
       ANOTA-CATALOGO.
           IF WS-NOME-ANT NOT EQUAL WS-NOME-NOVA
               OPEN EXTEND CADATU-CAT
               IF WS-STATUS-CAT EQUAL "35"
                   OPEN OUTPUT CADATU-CAT
               END-IF
               IF WS-STATUS-CAT EQUAL "00"
                   MOVE WS-NOME-NOVA TO CAT-GERACAO
                   MOVE WS-DATA-SISTEMA TO CAT-DATA
                   WRITE REG-CAT
                   CLOSE CADATU-CAT
               ELSE
                   MOVE "FALHA NA GRAVACAO DO CATALOGO DE GERACOES."
                       TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.

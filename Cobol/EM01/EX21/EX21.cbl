       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX21.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  PROCESSA O ARQUIVO DE RETORNO DA SECRETARIA DE
      *         EDUCACAO (CADATU-RET) E CASA COM A REMESSA GERADA
      *         PELO EX15 (CADATU-TRS), PELA SEQUENCIA DO HEADER
      *         (TH-SEQUENCIA) E PELO NUMERO DO DETALHE. LAYOUT DO
      *         RETORNO, REGISTROS DE 50 POSICOES:
      *
      *           TIPO 0 - HEADER: SEQUENCIA DA REMESSA RESPONDIDA;
      *           TIPO 1 - DETALHE: NUMERO DO DETALHE NA REMESSA
      *                    (1 A N, NA ORDEM DE GRAVACAO), CODIGO DE
      *                    ACEITE (A/R) E MOTIVO DA RECUSA;
      *           TIPO 9 - TRAILER: QUANTIDADE DE DETALHES. SEM O
      *                    TRAILER O RETORNO E TRATADO COMO
      *                    TRUNCADO E NADA E APURADO.
      *
      *         EMITE EM EX21-REL UMA LINHA POR DETALHE REJEITADO,
      *         COM O NUMERO E O NOME DA PESSOA (BUSCADOS NA
      *         REMESSA) E O MOTIVO, PARA A SECRETARIA CORRIGIR VIA
      *         CADMOV, E OS TOTAIS DE CONTROLE AO FINAL.
      *
      *         ACRESCENTA EM EX15-STA (COPY CADSTA) A SITUACAO
      *         APURADA DA REMESSA: ACEITA (NENHUMA RECUSA),
      *         PARCIAL (ALGUMAS) OU REJEITADA (TODAS). SEQUENCIA
      *         DO RETORNO DIFERENTE DA REMESSA DISPONIVEL, OU
      *         TRAILER SEM BATER, INTERROMPE SEM GRAVAR SITUACAO.
      *
      *         O RETORNO DA REMESSA INCREMENTAL (MODALIDADE I NO
      *         HEADER DA REMESSA) E APURADO DO MESMO JEITO; A
      *         RECUSA SAI COM O CODIGO DE ACAO DO DETALHE (I/A/E).
      *         REMESSA ACEITA, EM QUALQUER MODALIDADE, PROMOVE A
      *         IMAGEM CADATU-PND GRAVADA PELO EX15 A BASE
      *         CADATU-ENV, DA QUAL A PROXIMA INCREMENTAL PARTE.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  15/10/2026 GGC   RETORNO DA REMESSA INCREMENTAL DO EX15:
      *                   MODALIDADE RELATADA, ACAO DO DETALHE NA
      *                   LINHA DE RECUSA E, NO ACEITE, PROMOCAO DA
      *                   IMAGEM CADATU-PND A BASE CADATU-ENV.
      *  15/10/2026 GGC   FALHA NA LEITURA DE CADATU-PND NO MEIO DA
      *                   COPIA ESVAZIA A BASE EM VEZ DE PROMOVE-LA
      *                   CORTADA.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADATU-RET ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-RET.
           SELECT CADATU-TRS ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-TRS.
           SELECT EX15-STA ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-STA.
           SELECT EX21-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.
           SELECT CADATU-PND ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PND.
           SELECT CADATU-ENV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ENV.

       DATA DIVISION.
       FILE SECTION.
           FD CADATU-RET LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-RET.DAT".
           01 RET-HEADER.
           02 RH-TIPO         PIC X(01).
           02 RH-SEQUENCIA    PIC 9(05).
           02 FILLER          PIC X(44).
           01 RET-DETALHE.
           02 RD-TIPO         PIC X(01).
           02 RD-DETALHE      PIC 9(07).
           02 RD-CODIGO       PIC X(01).
           88 RET-ACEITO           VALUE "A".
           88 RET-RECUSADO         VALUE "R".
           02 RD-MOTIVO       PIC X(02).
           02 FILLER          PIC X(39).
           01 RET-TRAILER.
           02 RT-TIPO         PIC X(01).
           02 RT-QTDE         PIC 9(07).
           02 FILLER          PIC X(42).

           FD CADATU-TRS LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-TRS.DAT".
           01 TRS-HEADER.
           02 TH-TIPO         PIC X(01).
           02 TH-ID-ARQUIVO   PIC X(08).
           02 TH-DATA-GERACAO PIC 9(08).
           02 TH-SEQUENCIA    PIC 9(05).
           02 TH-MODALIDADE   PIC X(01).
           02 FILLER          PIC X(27).
           01 TRS-DETALHE.
           02 TD-TIPO         PIC X(01).
           02 TD-NUM          PIC 9(05).
           02 TD-NOME         PIC X(20).
           02 TD-DATA-NASC    PIC 9(08).
           02 TD-ACAO         PIC X(01).
           02 FILLER          PIC X(15).

           FD EX15-STA LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX15-STA.DAT".
           01 REG-STA.
           COPY CADSTA.

           FD EX21-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX21-REL.DAT".
           01 REG-REL              PIC X(80).

           FD CADATU-PND LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-PND.DAT".
           01 REG-PND.
           COPY CADNOM REPLACING ==:TAG:== BY ==PND==.
           COPY CADDTN REPLACING ==:TAG:== BY ==PND==.
           COPY CADSIT REPLACING ==:TAG:== BY ==PND==.

           FD CADATU-ENV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-ENV.DAT".
           01 REG-ENV.
           COPY CADNOM REPLACING ==:TAG:== BY ==ENV==.
           COPY CADDTN REPLACING ==:TAG:== BY ==ENV==.
           COPY CADSIT REPLACING ==:TAG:== BY ==ENV==.

       WORKING-STORAGE SECTION.
       77 FIM-RET           PIC X(03) VALUE "NAO".
       77 FIM-TRS           PIC X(03) VALUE "NAO".
       77 SW-ERRO-CASA      PIC X(03) VALUE "NAO".
       77 SW-TEM-TRAILER    PIC X(03) VALUE "NAO".
       77 SW-STA-GRAVADA    PIC X(03) VALUE "NAO".
       77 WS-STATUS-RET     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRS     PIC X(02) VALUE SPACES.
       77 WS-STATUS-STA     PIC X(02) VALUE SPACES.
       77 WS-SEQ-REMESSA    PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-RETORNO    PIC 9(05) VALUE ZEROS.
       77 WS-DET-REMESSA    PIC 9(07) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO       PIC X(12) VALUE SPACES.
       77 QTDE-DETALHES     PIC 9(07) VALUE ZEROS.
       77 QTDE-ACEITOS      PIC 9(07) VALUE ZEROS.
       77 QTDE-RECUSADOS    PIC 9(07) VALUE ZEROS.
       77 QTDE-SEM-PAR      PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-PND     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ENV     PIC X(02) VALUE SPACES.
       77 FIM-PND           PIC X(03) VALUE "NAO".
       77 SW-BASE-GRAVADA   PIC X(03) VALUE "NAO".
       77 WS-MODALIDADE     PIC X(01) VALUE SPACES.
       77 QTDE-BASE         PIC 9(07) VALUE ZEROS.

       01 LINHA-RECUSA.
           02 FILLER          PIC X(09) VALUE "DETALHE: ".
           02 LR-DETALHE      PIC 9(07).
           02 FILLER          PIC X(09) VALUE "  NUMERO:".
           02 LR-NUM          PIC 9(05).
           02 FILLER          PIC X(07) VALUE "  NOME:".
           02 LR-NOME         PIC X(20).
           02 FILLER          PIC X(09) VALUE "  MOTIVO:".
           02 LR-MOTIVO       PIC X(02).
           02 FILLER          PIC X(07) VALUE "  ACAO:".
           02 LR-ACAO         PIC X(01).

       01 LINHA-MODALIDADE.
           02 FILLER          PIC X(23) VALUE
              "MODALIDADE DA REMESSA: ".
           02 LMD-MODALIDADE  PIC X(11).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(32).
           02 LT-QTDE         PIC ZZZZZZ9.

       01 LINHA-SITUACAO.
           02 FILLER          PIC X(08) VALUE "REMESSA ".
           02 LS-SEQUENCIA    PIC 9(05).
           02 FILLER          PIC X(03) VALUE " - ".
           02 LS-SITUACAO     PIC X(12).

       PROCEDURE DIVISION.
       PGM-EX21.
           PERFORM INICIO.
           IF SW-ERRO-CASA NOT EQUAL "SIM"
               PERFORM PROCESSA-DETALHE UNTIL FIM-RET EQUAL "SIM"
               PERFORM APURA-SITUACAO
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - ABRE O RELATORIO, A REMESSA E O RETORNO, E CASA
      *  OS DOIS HEADERS PELA SEQUENCIA. SEQUENCIA DIFERENTE QUER
      *  DIZER RETORNO DE OUTRA REMESSA (OU REMESSA JA SOBREPOSTA
      *  POR UMA NOVA): NADA E APURADO NEM GRAVADO EM EX15-STA.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX21-REL.
           MOVE "RETORNO DA SECRETARIA DE EDUCACAO - CADATU-RET"
               TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           OPEN INPUT CADATU-RET.
           OPEN INPUT CADATU-TRS.
           IF WS-STATUS-RET NOT EQUAL "00" OR
              WS-STATUS-TRS NOT EQUAL "00"
               MOVE "RETORNO OU REMESSA INDISPONIVEL." TO REG-REL
               WRITE REG-REL
               MOVE "SIM" TO SW-ERRO-CASA
           ELSE
               PERFORM CASA-HEADERS
           END-IF.

       CASA-HEADERS.
           READ CADATU-TRS
               AT END MOVE "SIM" TO SW-ERRO-CASA
           END-READ.
           IF SW-ERRO-CASA NOT EQUAL "SIM" AND
              TH-TIPO EQUAL "0"
               MOVE TH-SEQUENCIA TO WS-SEQ-REMESSA
               MOVE TH-MODALIDADE TO WS-MODALIDADE
           ELSE
               MOVE "SIM" TO SW-ERRO-CASA
           END-IF.
           READ CADATU-RET
               AT END MOVE "SIM" TO SW-ERRO-CASA
           END-READ.
           IF SW-ERRO-CASA NOT EQUAL "SIM" AND
              RH-TIPO EQUAL "0"
               MOVE RH-SEQUENCIA TO WS-SEQ-RETORNO
           ELSE
               MOVE "SIM" TO SW-ERRO-CASA
           END-IF.
           IF SW-ERRO-CASA EQUAL "SIM"
               MOVE "HEADER AUSENTE NA REMESSA OU NO RETORNO."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               IF WS-SEQ-RETORNO NOT EQUAL WS-SEQ-REMESSA
                   MOVE "SIM" TO SW-ERRO-CASA
                   MOVE "RETORNO DE OUTRA REMESSA - NADA APURADO."
                       TO REG-REL
                   WRITE REG-REL
               ELSE
                   PERFORM RELATA-MODALIDADE
                   PERFORM LE-RETORNO
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  RELATA-MODALIDADE - REMESSA ANTERIOR A MODALIDADE TEM O
      *  CAMPO EM BRANCO NO HEADER E E COMPLETA.
      *----------------------------------------------------------
       RELATA-MODALIDADE.
           IF WS-MODALIDADE EQUAL "I"
               MOVE "INCREMENTAL" TO LMD-MODALIDADE
           ELSE
               MOVE "COMPLETA" TO LMD-MODALIDADE
           END-IF.
           MOVE LINHA-MODALIDADE TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

       LE-RETORNO.
           READ CADATU-RET AT END MOVE "SIM" TO FIM-RET.
           IF FIM-RET NOT EQUAL "SIM" AND
              WS-STATUS-RET NOT EQUAL "00"
               MOVE "SIM" TO FIM-RET
           END-IF.

      *----------------------------------------------------------
      *  PROCESSA-DETALHE - TRATA UM REGISTRO DO RETORNO. OS
      *  DETALHES DO RETORNO CHEGAM NA ORDEM DA REMESSA; O TRAILER
      *  CONFERE A QUANTIDADE. DETALHE FORA DE ORDEM NAO TEM PAR
      *  NA LEITURA SEQUENCIAL DA REMESSA E E CONTADO A PARTE.
      *----------------------------------------------------------
       PROCESSA-DETALHE.
           EVALUATE TRUE
               WHEN RD-TIPO EQUAL "1"
                   PERFORM TRATA-DETALHE
               WHEN RD-TIPO EQUAL "9"
                   PERFORM CONFERE-TRAILER
                   MOVE "SIM" TO FIM-RET
               WHEN OTHER
                   MOVE "REGISTRO DE TIPO DESCONHECIDO NO RETORNO."
                       TO REG-REL
                   WRITE REG-REL
           END-EVALUATE.
           IF FIM-RET NOT EQUAL "SIM"
               PERFORM LE-RETORNO
           END-IF.

       TRATA-DETALHE.
           ADD 1 TO QTDE-DETALHES.
           IF RET-ACEITO
               ADD 1 TO QTDE-ACEITOS
           ELSE
               PERFORM TRATA-RECUSA
           END-IF.

      *----------------------------------------------------------
      *  TRATA-RECUSA - AVANCA A REMESSA ATE O DETALHE RECUSADO E
      *  RELATA O NUMERO E O NOME DA PESSOA COM O MOTIVO, PARA A
      *  CORRECAO VIA CADMOV. DETALHE SEM PAR NA REMESSA (NUMERO
      *  MENOR QUE O JA LIDO OU ALEM DO TRAILER) E CONTADO A PARTE
      *  E RELATADO SEM NOME.
      *----------------------------------------------------------
       TRATA-RECUSA.
           ADD 1 TO QTDE-RECUSADOS.
           IF RD-DETALHE LESS THAN WS-DET-REMESSA OR
              RD-DETALHE EQUAL ZEROS
               PERFORM RELATA-SEM-PAR
           ELSE
               PERFORM AVANCA-REMESSA
                   UNTIL WS-DET-REMESSA EQUAL RD-DETALHE OR
                         FIM-TRS EQUAL "SIM"
               IF WS-DET-REMESSA EQUAL RD-DETALHE AND
                  FIM-TRS NOT EQUAL "SIM"
                   PERFORM RELATA-RECUSA
               ELSE
                   PERFORM RELATA-SEM-PAR
               END-IF
           END-IF.

       AVANCA-REMESSA.
           READ CADATU-TRS AT END MOVE "SIM" TO FIM-TRS.
           IF FIM-TRS NOT EQUAL "SIM"
               IF WS-STATUS-TRS NOT EQUAL "00" OR
                  TD-TIPO EQUAL "9"
                   MOVE "SIM" TO FIM-TRS
               ELSE
                   IF TD-TIPO EQUAL "1"
                       ADD 1 TO WS-DET-REMESSA
                   END-IF
               END-IF
           END-IF.

       RELATA-RECUSA.
           MOVE RD-DETALHE TO LR-DETALHE.
           MOVE TD-NUM TO LR-NUM.
           MOVE TD-NOME TO LR-NOME.
           MOVE RD-MOTIVO TO LR-MOTIVO.
           MOVE TD-ACAO TO LR-ACAO.
           MOVE LINHA-RECUSA TO REG-REL.
           WRITE REG-REL.

       RELATA-SEM-PAR.
           ADD 1 TO QTDE-SEM-PAR.
           MOVE RD-DETALHE TO LR-DETALHE.
           MOVE ZEROS TO LR-NUM.
           MOVE "*** SEM PAR NA REMESSA" TO LR-NOME.
           MOVE RD-MOTIVO TO LR-MOTIVO.
           MOVE SPACES TO LR-ACAO.
           MOVE LINHA-RECUSA TO REG-REL.
           WRITE REG-REL.

       CONFERE-TRAILER.
           MOVE "SIM" TO SW-TEM-TRAILER.
           IF RT-QTDE NOT EQUAL QTDE-DETALHES
               MOVE "SIM" TO SW-ERRO-CASA
               MOVE "TRAILER NAO CONFERE - SITUACAO NAO GRAVADA."
                   TO REG-REL
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  APURA-SITUACAO - NENHUMA RECUSA E ACEITA; TODAS RECUSADAS
      *  E REJEITADA; NO MEIO, PARCIAL. A SITUACAO E ACRESCENTADA
      *  EM EX15-STA PARA O EX15 SABER QUE A REMESSA FOI
      *  RESPONDIDA ANTES DE GERAR A PROXIMA.
      *----------------------------------------------------------
       APURA-SITUACAO.
           IF SW-TEM-TRAILER NOT EQUAL "SIM" AND
              SW-ERRO-CASA NOT EQUAL "SIM"
               MOVE "SIM" TO SW-ERRO-CASA
               MOVE "RETORNO SEM TRAILER - SITUACAO NAO GRAVADA."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           IF SW-ERRO-CASA NOT EQUAL "SIM"
               EVALUATE TRUE
                   WHEN QTDE-RECUSADOS EQUAL ZEROS
                       MOVE "ACEITA" TO WS-SITUACAO
                   WHEN QTDE-ACEITOS EQUAL ZEROS
                       MOVE "REJEITADA" TO WS-SITUACAO
                   WHEN OTHER
                       MOVE "PARCIAL" TO WS-SITUACAO
               END-EVALUATE
               PERFORM GRAVA-SITUACAO
           END-IF.

       GRAVA-SITUACAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN EXTEND EX15-STA.
           IF WS-STATUS-STA EQUAL "35"
               OPEN OUTPUT EX15-STA
           END-IF.
           IF WS-STATUS-STA EQUAL "00"
               MOVE WS-SEQ-REMESSA TO STA-SEQUENCIA
               MOVE WS-SITUACAO TO STA-STATUS
               MOVE WS-DATA-SISTEMA TO STA-DATA
               WRITE REG-STA
               IF WS-STATUS-STA EQUAL "00"
                   MOVE "SIM" TO SW-STA-GRAVADA
               END-IF
               CLOSE EX15-STA
           END-IF.
           IF SW-STA-GRAVADA NOT EQUAL "SIM"
               MOVE "AVISO: SITUACAO NAO GRAVADA EM EX15-STA."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           IF SW-STA-GRAVADA EQUAL "SIM" AND
              WS-SITUACAO EQUAL "ACEITA"
               PERFORM PROMOVE-BASE
           END-IF.

      *----------------------------------------------------------
      *  PROMOVE-BASE - REMESSA ACEITA: A IMAGEM DO CADATU QUE A
      *  GEROU (CADATU-PND) PASSA A SER A BASE DA PROXIMA REMESSA
      *  INCREMENTAL (CADATU-ENV). IMAGEM AUSENTE OU VAZIA - O
      *  EX15 A ESVAZIA QUANDO NAO CONSEGUE GRAVA-LA - DEIXA A
      *  BASE ANTERIOR INTACTA, COM AVISO: A PROXIMA INCREMENTAL
      *  REPETE O QUE JA FOI ACEITO, MAS NAO PERDE NADA. FALHA NO
      *  MEIO DA COPIA ESVAZIA A BASE, QUE NAO PODE FICAR PELA
      *  METADE: SEM BASE, O EX15 VOLTA A GERAR A COMPLETA.
      *----------------------------------------------------------
       PROMOVE-BASE.
           OPEN INPUT CADATU-PND.
           IF WS-STATUS-PND EQUAL "00"
               PERFORM LE-IMAGEM
               IF FIM-PND NOT EQUAL "SIM"
                   PERFORM COPIA-BASE
               END-IF
               CLOSE CADATU-PND
           END-IF.
           IF SW-BASE-GRAVADA EQUAL "SIM"
               MOVE "BASE INCREMENTAL ATUALIZADA:    " TO LT-ROTULO
               MOVE QTDE-BASE TO LT-QTDE
               MOVE LINHA-TOTAL TO REG-REL
           ELSE
               MOVE "AVISO: BASE DA REMESSA INCREMENTAL NAO ATUALIZADA."
                   TO REG-REL
           END-IF.
           WRITE REG-REL.

       COPIA-BASE.
           OPEN OUTPUT CADATU-ENV.
           IF WS-STATUS-ENV EQUAL "00"
               MOVE "SIM" TO SW-BASE-GRAVADA
               PERFORM GRAVA-BASE UNTIL FIM-PND EQUAL "SIM"
               CLOSE CADATU-ENV
               IF SW-BASE-GRAVADA NOT EQUAL "SIM"
                   OPEN OUTPUT CADATU-ENV
                   CLOSE CADATU-ENV
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  LE-IMAGEM - FALHA DE LEITURA NAO E FIM DE ARQUIVO: A BASE
      *  FICARIA CORTADA E A PROXIMA INCREMENTAL NAO MANDARIA AS
      *  EXCLUSOES DALI EM DIANTE. DESLIGA SW-BASE-GRAVADA PARA A
      *  COPIA ESVAZIAR A BASE E O EX15 VOLTAR A COMPLETA.
      *----------------------------------------------------------
       LE-IMAGEM.
           READ CADATU-PND AT END MOVE "SIM" TO FIM-PND.
           IF FIM-PND NOT EQUAL "SIM" AND
              WS-STATUS-PND NOT EQUAL "00"
               DISPLAY "EX21 - FALHA NA LEITURA DE CADATU-PND. "
                       "STATUS: " WS-STATUS-PND
               MOVE "NAO" TO SW-BASE-GRAVADA
               MOVE "SIM" TO FIM-PND
           END-IF.

       GRAVA-BASE.
           MOVE REG-PND TO REG-ENV.
           WRITE REG-ENV.
           IF WS-STATUS-ENV EQUAL "00"
               ADD 1 TO QTDE-BASE
               PERFORM LE-IMAGEM
           ELSE
               MOVE "NAO" TO SW-BASE-GRAVADA
               MOVE "SIM" TO FIM-PND
           END-IF.

       TERMINO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "DETALHES NO RETORNO:            " TO LT-ROTULO.
           MOVE QTDE-DETALHES TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "ACEITOS:                        " TO LT-ROTULO.
           MOVE QTDE-ACEITOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "RECUSADOS:                      " TO LT-ROTULO.
           MOVE QTDE-RECUSADOS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "RECUSADOS SEM PAR NA REMESSA:   " TO LT-ROTULO.
           MOVE QTDE-SEM-PAR TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           IF WS-SITUACAO NOT EQUAL SPACES
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE WS-SEQ-REMESSA TO LS-SEQUENCIA
               MOVE WS-SITUACAO TO LS-SITUACAO
               MOVE LINHA-SITUACAO TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE CADATU-RET CADATU-TRS EX21-REL.

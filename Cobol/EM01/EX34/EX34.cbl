       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX34.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  CONSULTA E ATUALIZACAO INTERATIVA (ACCEPT/DISPLAY)
      *         DE TURMAS E MATRICULAS, SOBRE CADTUR-IDX, CADMAT-IDX
      *         E A LISTA DE ESPERA CADESP-IDX - O BALCAO NAO
      *         PRECISA MAIS ESPERAR O MATMOV DA NOITE.
      *
      *         O OPERADOR SE IDENTIFICA NA ABERTURA E E CONFERIDO
      *         NO CADASTRO DE SEGURANCA CADOPE-IDX COMO NO EX09:
      *         OPERADOR NAO CADASTRADO TEM A ENTRADA NEGADA (E
      *         AUDITADA); PERFIL C SO CONSULTA; PERFIS A E G PODEM
      *         MATRICULAR E CANCELAR. COM O CADASTRO DE SEGURANCA
      *         INDISPONIVEL A SESSAO CAI PARA SOMENTE CONSULTA.
      *
      *         A SESSAO E CONDUZIDA POR OPCOES DE LETRA:
      *           T - CONSULTA TURMA: DADOS, VAGAS LIVRES, TAMANHO
      *               DA FILA DE ESPERA E LISTA DOS MATRICULADOS;
      *           C - CONSULTA PESSOA POR NUMERO E SUAS TURMAS
      *               ATUAIS (CHAVE ALTERNATIVA NUM-MAT);
      *           N - BUSCA POR NOME PELA CHAVE ALTERNATIVA NOME-IDX
      *               DE CADATU-IDX, COMO NO EX09, E MOSTRA AS
      *               TURMAS DA PESSOA ESCOLHIDA;
      *           M - MATRICULA (PERFIL A/G);
      *           E - CANCELAMENTO DE MATRICULA (PERFIL A/G);
      *           F - FIM.
      *
      *         A MATRICULA E O CANCELAMENTO SEGUEM OS CRITERIOS DO
      *         EX18: PESSOA INEXISTENTE OU INATIVA E TURMA
      *         INEXISTENTE SAO RECUSADAS, MENOR DE 18 ANOS SO COM
      *         RESPONSAVEL EM CADRES-IDX (COPY CADRES), TURMA CHEIA
      *         OFERECE A LISTA DE ESPERA E A VAGA DEVOLVIDA VAI AO
      *         PRIMEIRO DA FILA. ANTES DE MATRICULAR, A FILA DA
      *         TURMA E ATENDIDA NAS VAGAS LIVRES, PARA QUEM CHEGA
      *         AO BALCAO NAO PASSAR A FRENTE DE QUEM ESPERA. A
      *         DATA DA MATRICULA E A DATA DO DIA.
      *
      *         CADA MATRICULA, CANCELAMENTO, ENTRADA NA FILA,
      *         PROMOCAO OU RETIRADA DA FILA E ENTRADA NEGADA E
      *         ACRESCENTADA AO ARQUIVO DE AUDITORIA EX34-AUD, COM
      *         OPERADOR, DATA E HORA E AS IMAGENS ANTES E DEPOIS
      *         (SITUACAO DA PESSOA NA TURMA, DATA E VAGAS OCUPADAS),
      *         NO ESTILO DO EX09-AUD.
      *
      *         SESSAO QUE PODE ALTERAR FICA REGISTRADA EM CADTRV-IDX
      *         (COPY CADTRV) ENQUANTO ABERTA, COMO NO EX09. COM A
      *         TRAVA DA CADEIA EX12 GRAVADA, A SESSAO CAI PARA
      *         SOMENTE CONSULTA.
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
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADESP-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-ESP-ESP
            FILE STATUS IS WS-STATUS-ESP.
           SELECT CADRES-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-RES-RES
            FILE STATUS IS WS-STATUS-RES.
           SELECT EX34-AUD ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-AUD.
           SELECT CADOPE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS ID-OPERADOR-OPE
            FILE STATUS IS WS-STATUS-OPE.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.
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

           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

           FD CADESP-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADESP-IDX.DAT".
           01 REG-ESP.
           COPY CADESP REPLACING ==:TAG:== BY ==ESP==.

           FD CADRES-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADRES-IDX.DAT".
           01 REG-RES.
           COPY CADRES REPLACING ==:TAG:== BY ==RES==.

           FD EX34-AUD LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX34-AUD.DAT".
           01 REG-AUD.
           02 AUD-OPERADOR    PIC X(08).
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(06).
           02 AUD-TURMA       PIC X(05).
           02 AUD-NUM         PIC 9(05).
           02 AUD-SIT-ANTES   PIC X(01).
           02 AUD-DATA-ANTES  PIC 9(08).
           02 AUD-OCUP-ANTES  PIC 9(03).
           02 AUD-SIT-DEPOIS  PIC X(01).
           02 AUD-DATA-DEPOIS PIC 9(08).
           02 AUD-OCUP-DEPOIS PIC 9(03).
           02 AUD-EVENTO      PIC X(12).

           FD CADOPE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADOPE-IDX.DAT".
           01 REG-OPE.
           COPY CADOPE REPLACING ==:TAG:== BY ==OPE==.

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

       WORKING-STORAGE SECTION.
       77 SW-FIM            PIC X(03) VALUE "NAO".
       77 SW-CADASTROS-OK   PIC X(03) VALUE "NAO".
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ESP     PIC X(02) VALUE SPACES.
       77 WS-STATUS-RES     PIC X(02) VALUE SPACES.
       77 WS-STATUS-AUD     PIC X(02) VALUE SPACES.
       77 WS-STATUS-OPE     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-PODE-ALTERAR   PIC X(03) VALUE "NAO".
       77 SW-SESSAO-REGISTR PIC X(03) VALUE "NAO".
       77 SW-RESPONSAVEIS   PIC X(03) VALUE "NAO".
       77 SW-SEM-RESP       PIC X(03) VALUE "NAO".
       77 SW-FIM-BUSCA      PIC X(03) VALUE "NAO".
       77 SW-FIM-LISTA      PIC X(03) VALUE "NAO".
       77 SW-FIM-ESPERA     PIC X(03) VALUE "NAO".
       77 SW-JA-NA-ESPERA   PIC X(03) VALUE "NAO".
       77 SW-TURMA-EXISTE   PIC X(03) VALUE "NAO".
       77 SW-PESSOA-OK      PIC X(03) VALUE "NAO".
       77 WS-OPCAO          PIC X(01) VALUE SPACES.
       77 WS-NUM-CONSULTA   PIC 9(05) VALUE ZEROS.
       77 WS-TURMA-CONSULTA PIC X(05) VALUE SPACES.
       77 WS-NOME-BUSCA     PIC X(20) VALUE SPACES.
       77 WS-TURMA-VAGA     PIC X(05) VALUE SPACES.
       77 WS-ULTIMA-ORDEM   PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO        PIC 9(05) VALUE ZEROS.
       77 WS-LIVRES         PIC 9(03) VALUE ZEROS.
       77 QTDE-LISTADAS     PIC 9(05) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA   PIC 9(06) VALUE ZEROS.
       77 WS-ANO-ATUAL      PIC 9(04) VALUE ZEROS.
       77 WS-MES-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-DIA-ATUAL      PIC 9(02) VALUE ZEROS.
       77 WS-IDADE          PIC 9(03) VALUE ZEROS.

       01 WS-OPERADOR       PIC X(08) VALUE SPACES.

       01 WS-CHAVE-SESSAO   PIC X(19) VALUE SPACES.

       01 WS-AUDITORIA.
           02 WA-TURMA        PIC X(05).
           02 WA-NUM          PIC 9(05).
           02 WA-SIT-ANTES    PIC X(01).
           02 WA-DATA-ANTES   PIC 9(08).
           02 WA-OCUP-ANTES   PIC 9(03).
           02 WA-SIT-DEPOIS   PIC X(01).
           02 WA-DATA-DEPOIS  PIC 9(08).
           02 WA-OCUP-DEPOIS  PIC 9(03).
           02 WA-EVENTO       PIC X(12).

       PROCEDURE DIVISION.
       PGM-EX34.
           PERFORM INICIO.
           IF SW-FIM NOT EQUAL "SIM"
               PERFORM CONSULTA UNTIL SW-FIM EQUAL "SIM"
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - ABRE OS CADASTROS, IDENTIFICA O OPERADOR E
      *  CONFERE O PERFIL NO CADASTRO DE SEGURANCA CADOPE-IDX.
      *  A DATA DO DIA DA A DATA DA MATRICULA E A IDADE DA PESSOA.
      *----------------------------------------------------------
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL.
           MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-ATUAL.
           MOVE WS-DATA-SISTEMA(7:2) TO WS-DIA-ATUAL.
           PERFORM ABRE-CADASTROS.
           IF SW-CADASTROS-OK NOT EQUAL "SIM"
               MOVE "SIM" TO SW-FIM
           ELSE
               DISPLAY "CONSULTA DE TURMAS E MATRICULAS"
               DISPLAY "OPERADOR: "
               ACCEPT WS-OPERADOR
               PERFORM CONFERE-OPERADOR
               IF SW-PODE-ALTERAR EQUAL "SIM"
                   PERFORM REGISTRA-SESSAO
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  ABRE-CADASTROS - PESSOAS E TURMAS TEM QUE EXISTIR; AS
      *  MATRICULAS E A LISTA DE ESPERA SAO CRIADAS SE AUSENTES,
      *  COMO NO EX18. CADRES-IDX AINDA INEXISTENTE SO QUER DIZER
      *  QUE NENHUM MENOR TEM RESPONSAVEL CADASTRADO.
      *----------------------------------------------------------
       ABRE-CADASTROS.
           OPEN INPUT CADATU-IDX.
           OPEN I-O CADTUR-IDX.
           OPEN I-O CADMAT-IDX.
           IF WS-STATUS-MAT EQUAL "35"
               OPEN OUTPUT CADMAT-IDX
               CLOSE CADMAT-IDX
               OPEN I-O CADMAT-IDX
           END-IF.
           OPEN I-O CADESP-IDX.
           IF WS-STATUS-ESP EQUAL "35"
               OPEN OUTPUT CADESP-IDX
               CLOSE CADESP-IDX
               OPEN I-O CADESP-IDX
           END-IF.
           OPEN INPUT CADRES-IDX.
           IF WS-STATUS-RES EQUAL "00"
               MOVE "SIM" TO SW-RESPONSAVEIS
           END-IF.
           IF WS-STATUS-IDX NOT EQUAL "00" OR
              WS-STATUS-TUR NOT EQUAL "00" OR
              WS-STATUS-MAT NOT EQUAL "00" OR
              WS-STATUS-ESP NOT EQUAL "00" OR
             (WS-STATUS-RES NOT EQUAL "00" AND
              WS-STATUS-RES NOT EQUAL "35")
               DISPLAY "CADASTROS INDISPONIVEIS. STATUS: "
                   WS-STATUS-IDX " " WS-STATUS-TUR " "
                   WS-STATUS-MAT " " WS-STATUS-ESP " "
                   WS-STATUS-RES
           ELSE
               MOVE "SIM" TO SW-CADASTROS-OK
           END-IF.

      *----------------------------------------------------------
      *  REGISTRA-SESSAO - GRAVA A SESSAO DE ATUALIZACAO EM
      *  CADTRV-IDX E SO DEPOIS OLHA A TRAVA DA CADEIA NOTURNA,
      *  NA MESMA ORDEM DO EX09. COM A CADEIA RODANDO, OU O
      *  CONTROLE INDISPONIVEL, A SESSAO CAI PARA SOMENTE
      *  CONSULTA.
      *----------------------------------------------------------
       REGISTRA-SESSAO.
           OPEN I-O CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "35"
               OPEN OUTPUT CADTRV-IDX
               CLOSE CADTRV-IDX
               OPEN I-O CADTRV-IDX
           END-IF.
           IF WS-STATUS-TRV NOT EQUAL "00"
               DISPLAY "CONTROLE DA JANELA BATCH INDISPONIVEL. "
                       "SESSAO SOMENTE DE CONSULTA."
               MOVE "NAO" TO SW-PODE-ALTERAR
           ELSE
               PERFORM GRAVA-SESSAO
               PERFORM CONFERE-TRAVA-CADEIA
               CLOSE CADTRV-IDX
           END-IF.

       GRAVA-SESSAO.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           MOVE "S" TO TIPO-TRV-TRV.
           MOVE "EX34" TO PROGRAMA-TRV-TRV.
           MOVE WS-OPERADOR TO OPERADOR-TRV-TRV.
           MOVE WS-HORA-SISTEMA TO SESSAO-TRV-TRV.
           MOVE WS-DATA-SISTEMA TO DATA-TRV-TRV.
           MOVE WS-HORA-SISTEMA TO HORA-TRV-TRV.
           MOVE ZEROS TO DATA-PROC-TRV-TRV.
           MOVE CHAVE-TRV-TRV TO WS-CHAVE-SESSAO.
           WRITE REG-TRV
               INVALID KEY
                   DISPLAY "SESSAO NAO REGISTRADA. SESSAO SOMENTE "
                           "DE CONSULTA."
                   MOVE "NAO" TO SW-PODE-ALTERAR
               NOT INVALID KEY
                   MOVE "SIM" TO SW-SESSAO-REGISTR
           END-WRITE.

       CONFERE-TRAVA-CADEIA.
           IF SW-SESSAO-REGISTR EQUAL "SIM"
               MOVE "C" TO TIPO-TRV-TRV
               MOVE "EX12" TO PROGRAMA-TRV-TRV
               MOVE SPACES TO OPERADOR-TRV-TRV
               MOVE ZEROS TO SESSAO-TRV-TRV
               READ CADTRV-IDX
                   NOT INVALID KEY
                       DISPLAY "CADEIA NOTURNA EX12 EM EXECUCAO "
                               "DESDE " DATA-TRV-TRV " "
                               HORA-TRV-TRV "."
                       DISPLAY "SESSAO SOMENTE DE CONSULTA."
                       MOVE "NAO" TO SW-PODE-ALTERAR
                       PERFORM APAGA-SESSAO
               END-READ
           END-IF.

       APAGA-SESSAO.
           MOVE WS-CHAVE-SESSAO TO CHAVE-TRV-TRV.
           DELETE CADTRV-IDX RECORD
               NOT INVALID KEY
                   MOVE "NAO" TO SW-SESSAO-REGISTR
           END-DELETE.

      *----------------------------------------------------------
      *  ENCERRA-SESSAO - TIRA A SESSAO DE CADTRV-IDX NO TERMINO.
      *  SESSAO DEIXADA PARA TRAS POR QUEDA DO PROGRAMA E TRATADA
      *  PELO EX12 E PELO EX23 (OPCAO T), COMO A DO EX09.
      *----------------------------------------------------------
       ENCERRA-SESSAO.
           OPEN I-O CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "00"
               PERFORM APAGA-SESSAO
               CLOSE CADTRV-IDX
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-OPERADOR - BUSCA O OPERADOR EM CADOPE-IDX, COMO
      *  NO EX09: AUSENTE DO CADASTRO, A ENTRADA E NEGADA E
      *  AUDITADA EM EX34-AUD; PERFIL C FICA EM SOMENTE CONSULTA;
      *  A E G PODEM MATRICULAR E CANCELAR. COM O CADASTRO DE
      *  SEGURANCA INDISPONIVEL A SESSAO CAI PARA SOMENTE
      *  CONSULTA.
      *----------------------------------------------------------
       CONFERE-OPERADOR.
           OPEN INPUT CADOPE-IDX.
           IF WS-STATUS-OPE NOT EQUAL "00"
               DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL. "
                       "SESSAO SOMENTE DE CONSULTA."
           ELSE
               MOVE WS-OPERADOR TO ID-OPERADOR-OPE
               READ CADOPE-IDX
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO. SESSAO "
                               "ENCERRADA."
                       PERFORM AUDITA-NEGADO
                       MOVE "SIM" TO SW-FIM
                   NOT INVALID KEY
                       IF PERFIL-ATUALIZA-OPE OR PERFIL-ADMIN-OPE
                           MOVE "SIM" TO SW-PODE-ALTERAR
                       ELSE
                           DISPLAY "OPERADOR NAO AUTORIZADO A "
                                   "ALTERAR. SESSAO SOMENTE DE "
                                   "CONSULTA."
                       END-IF
               END-READ
               CLOSE CADOPE-IDX
           END-IF.

      *----------------------------------------------------------
      *  CONSULTA - MENU DA SESSAO, POR OPCOES DE LETRA COMO NO
      *  EX09 E NO EX23. MATRICULA E CANCELAMENTO SO SAO ACEITOS
      *  EM SESSAO QUE PODE ALTERAR.
      *----------------------------------------------------------
       CONSULTA.
           DISPLAY " ".
           DISPLAY "OPCAO (T=TURMA C=NUMERO N=BUSCA NOME "
                   "M=MATRICULAR E=CANCELAR F=FIM): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "T"
               WHEN "t"
                   PERFORM CONSULTA-TURMA
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTA-NUMERO
               WHEN "N"
               WHEN "n"
                   PERFORM BUSCA-POR-NOME
               WHEN "M"
               WHEN "m"
                   IF SW-PODE-ALTERAR EQUAL "SIM"
                       PERFORM MATRICULA-ONLINE
                   ELSE
                       DISPLAY "SESSAO SOMENTE DE CONSULTA."
                   END-IF
               WHEN "E"
               WHEN "e"
                   IF SW-PODE-ALTERAR EQUAL "SIM"
                       PERFORM CANCELA-ONLINE
                   ELSE
                       DISPLAY "SESSAO SOMENTE DE CONSULTA."
                   END-IF
               WHEN "F"
               WHEN "f"
                   MOVE "SIM" TO SW-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *----------------------------------------------------------
      *  CONSULTA-TURMA - DADOS DA TURMA, VAGAS LIVRES, PEDIDOS NA
      *  FILA DE ESPERA E A LISTA DOS MATRICULADOS, EM ORDEM DE
      *  NUMERO (CHAVE TURMA+NUMERO DE CADMAT-IDX).
      *----------------------------------------------------------
       CONSULTA-TURMA.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WS-TURMA-CONSULTA.
           ACCEPT WS-TURMA-CONSULTA.
           MOVE WS-TURMA-CONSULTA TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   DISPLAY "TURMA NAO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM EXIBE-TURMA
                   PERFORM LISTA-MATRICULADOS
           END-READ.

       EXIBE-TURMA.
           MOVE ZEROS TO WS-LIVRES.
           IF OCUPADAS-TUR LESS THAN CAPACIDADE-TUR
               COMPUTE WS-LIVRES = CAPACIDADE-TUR - OCUPADAS-TUR
           END-IF.
           MOVE COD-TURMA-TUR TO WS-TURMA-VAGA.
           MOVE ZEROS TO WS-NUM-CONSULTA.
           PERFORM PROCURA-NA-FILA.
           DISPLAY "TURMA.....: " COD-TURMA-TUR "  " NOME-TURMA-TUR.
           DISPLAY "TURNO.....: " TURNO-TUR.
           DISPLAY "CAPACIDADE: " CAPACIDADE-TUR
                   "  OCUPADAS: " OCUPADAS-TUR
                   "  LIVRES: " WS-LIVRES.
           DISPLAY "EM ESPERA.: " WS-POSICAO.

       LISTA-MATRICULADOS.
           MOVE ZEROS TO QTDE-LISTADAS.
           MOVE "NAO" TO SW-FIM-LISTA.
           MOVE COD-TURMA-TUR TO TURMA-MAT-MAT.
           MOVE ZEROS TO NUM-MAT-MAT.
           START CADMAT-IDX KEY IS NOT LESS THAN CHAVE-MAT-MAT
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-LISTA
           END-START.
           PERFORM LE-MATRICULADO UNTIL SW-FIM-LISTA EQUAL "SIM".
           IF QTDE-LISTADAS EQUAL ZEROS
               DISPLAY "NENHUM MATRICULADO NA TURMA."
           END-IF.

       LE-MATRICULADO.
           READ CADMAT-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-LISTA
           END-READ.
           IF SW-FIM-LISTA NOT EQUAL "SIM"
               IF TURMA-MAT-MAT NOT EQUAL COD-TURMA-TUR
                   MOVE "SIM" TO SW-FIM-LISTA
               ELSE
                   ADD 1 TO QTDE-LISTADAS
                   MOVE NUM-MAT-MAT TO NUM-IDX
                   READ CADATU-IDX
                       INVALID KEY
                           MOVE "*** NAO CADASTRADO" TO NOME-IDX
                   END-READ
                   DISPLAY NUM-MAT-MAT "  " NOME-IDX
                           "  MATRICULA: " DATA-MATRICULA-MAT
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  CONSULTA-NUMERO - PESSOA PELO NUMERO, COM AS TURMAS EM
      *  QUE ESTA MATRICULADA.
      *----------------------------------------------------------
       CONSULTA-NUMERO.
           DISPLAY "NUMERO: ".
           ACCEPT WS-NUM-CONSULTA.
           MOVE WS-NUM-CONSULTA TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   DISPLAY "NUMERO NAO ENCONTRADO NO CADASTRO."
               NOT INVALID KEY
                   PERFORM EXIBE-PESSOA
                   PERFORM LISTA-TURMAS-PESSOA
           END-READ.

      *----------------------------------------------------------
      *  BUSCA-POR-NOME - POSICIONA A CHAVE ALTERNATIVA NOME-IDX
      *  NO TRECHO DIGITADO E NAVEGA PARA A FRENTE, COMO NO EX09:
      *  O OPERADOR ESCOLHE O REGISTRO (E), AVANCA (S) OU
      *  CANCELA (N).
      *----------------------------------------------------------
       BUSCA-POR-NOME.
           DISPLAY "NOME (OU INICIO DO NOME): ".
           MOVE SPACES TO WS-NOME-BUSCA.
           ACCEPT WS-NOME-BUSCA.
           IF WS-NOME-BUSCA EQUAL SPACES
               DISPLAY "BUSCA CANCELADA."
           ELSE
               MOVE "NAO" TO SW-FIM-BUSCA
               MOVE WS-NOME-BUSCA TO NOME-IDX
               START CADATU-IDX KEY NOT LESS THAN NOME-IDX
                   INVALID KEY
                       DISPLAY "NENHUM NOME A PARTIR DO TRECHO."
                       MOVE "SIM" TO SW-FIM-BUSCA
               END-START
               PERFORM NAVEGA-NOME
                   UNTIL SW-FIM-BUSCA EQUAL "SIM"
           END-IF.

       NAVEGA-NOME.
           READ CADATU-IDX NEXT RECORD
               AT END
                   DISPLAY "FIM DO CADASTRO."
                   MOVE "SIM" TO SW-FIM-BUSCA
               NOT AT END
                   PERFORM OFERECE-NOME
           END-READ.

       OFERECE-NOME.
           DISPLAY NUM-IDX "  " NOME-IDX "  "
               DIA-NASCIMENTO-IDX "/" MES-NASCIMENTO-IDX "/"
               ANO-NASCIMENTO-IDX.
           DISPLAY "PROXIMO (S), ESCOLHER ESTE (E), SAIR (N)? ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "E"
               WHEN "e"
                   MOVE "SIM" TO SW-FIM-BUSCA
                   PERFORM EXIBE-PESSOA
                   PERFORM LISTA-TURMAS-PESSOA
               WHEN "N"
               WHEN "n"
                   MOVE "SIM" TO SW-FIM-BUSCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXIBE-PESSOA.
           DISPLAY "NUMERO....: " NUM-IDX.
           DISPLAY "NOME......: " NOME-IDX.
           DISPLAY "NASCIMENTO: " DIA-NASCIMENTO-IDX "/"
               MES-NASCIMENTO-IDX "/" ANO-NASCIMENTO-IDX.
           IF INATIVO-IDX
               DISPLAY "SITUACAO..: INATIVO DESDE "
                   DATA-INATIVACAO-IDX
           ELSE
               DISPLAY "SITUACAO..: ATIVO"
           END-IF.
           PERFORM CONFERE-RESPONSAVEL.
           IF WS-IDADE LESS THAN 18
               IF SW-SEM-RESP EQUAL "SIM"
                   DISPLAY "MENOR DE IDADE - SEM RESPONSAVEL "
                           "CADASTRADO."
               ELSE
                   DISPLAY "MENOR DE IDADE - RESPONSAVEL: "
                           NOME-RESP-RES
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  LISTA-TURMAS-PESSOA - MATRICULAS ATUAIS DA PESSOA PELA
      *  CHAVE ALTERNATIVA NUM-MAT DE CADMAT-IDX, COM O NOME DA
      *  TURMA TIRADO DE CADTUR-IDX.
      *----------------------------------------------------------
       LISTA-TURMAS-PESSOA.
           MOVE ZEROS TO QTDE-LISTADAS.
           MOVE "NAO" TO SW-FIM-LISTA.
           MOVE NUM-IDX TO NUM-MAT-MAT.
           START CADMAT-IDX KEY IS EQUAL TO NUM-MAT-MAT
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-LISTA
           END-START.
           PERFORM LE-TURMA-PESSOA UNTIL SW-FIM-LISTA EQUAL "SIM".
           IF QTDE-LISTADAS EQUAL ZEROS
               DISPLAY "NENHUMA MATRICULA ATUAL."
           END-IF.

       LE-TURMA-PESSOA.
           READ CADMAT-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-LISTA
           END-READ.
           IF SW-FIM-LISTA NOT EQUAL "SIM"
               IF NUM-MAT-MAT NOT EQUAL NUM-IDX
                   MOVE "SIM" TO SW-FIM-LISTA
               ELSE
                   ADD 1 TO QTDE-LISTADAS
                   MOVE TURMA-MAT-MAT TO COD-TURMA-TUR
                   READ CADTUR-IDX
                       INVALID KEY
                           MOVE "*** TURMA NAO CADASTRADA"
                               TO NOME-TURMA-TUR
                           MOVE SPACES TO TURNO-TUR
                   END-READ
                   DISPLAY TURMA-MAT-MAT "  " NOME-TURMA-TUR
                           "  TURNO: " TURNO-TUR
                           "  MATRICULA: " DATA-MATRICULA-MAT
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-RESPONSAVEL - IDADE DA PESSOA LIDA EM CADATU-IDX
      *  NA DATA DO DIA (ANOS COMPLETOS, COMO NO EX06 E NO EX18)
      *  E, SE MENOR DE 18, PROCURA O RESPONSAVEL EM CADRES-IDX.
      *  LIGA SW-SEM-RESP QUANDO FALTA.
      *----------------------------------------------------------
       CONFERE-RESPONSAVEL.
           MOVE "NAO" TO SW-SEM-RESP.
           COMPUTE WS-IDADE = WS-ANO-ATUAL - ANO-NASCIMENTO-IDX.
           IF MES-NASCIMENTO-IDX GREATER THAN WS-MES-ATUAL OR
             (MES-NASCIMENTO-IDX EQUAL WS-MES-ATUAL AND
              DIA-NASCIMENTO-IDX GREATER THAN WS-DIA-ATUAL)
               SUBTRACT 1 FROM WS-IDADE
           END-IF.
           IF WS-IDADE LESS THAN 18
               IF SW-RESPONSAVEIS EQUAL "SIM"
                   MOVE NUM-IDX TO NUM-RES-RES
                   READ CADRES-IDX
                       INVALID KEY
                           MOVE "SIM" TO SW-SEM-RESP
                   END-READ
               ELSE
                   MOVE "SIM" TO SW-SEM-RESP
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  MATRICULA-ONLINE - COLHE TURMA E NUMERO E APLICA OS
      *  CRITERIOS DO EX18. A FILA DA TURMA E ATENDIDA ANTES
      *  (PROMOVE-ESPERA), PARA A VAGA LIVRE IR PRIMEIRO A QUEM JA
      *  ESPERAVA; SO ENTAO A PESSOA E CONFERIDA E MATRICULADA OU,
      *  COM A TURMA CHEIA, POSTA NA FILA SE O OPERADOR QUISER.
      *----------------------------------------------------------
       MATRICULA-ONLINE.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WS-TURMA-CONSULTA.
           ACCEPT WS-TURMA-CONSULTA.
           DISPLAY "NUMERO: ".
           ACCEPT WS-NUM-CONSULTA.
           MOVE WS-TURMA-CONSULTA TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   DISPLAY "RECUSADA - TURMA INEXISTENTE."
               NOT INVALID KEY
                   MOVE WS-TURMA-CONSULTA TO WS-TURMA-VAGA
                   PERFORM PROMOVE-ESPERA
                   PERFORM CONFERE-PESSOA
                   IF SW-PESSOA-OK EQUAL "SIM"
                       PERFORM DECIDE-MATRICULA
                   END-IF
           END-READ.

       CONFERE-PESSOA.
           MOVE "NAO" TO SW-PESSOA-OK.
           MOVE WS-NUM-CONSULTA TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   DISPLAY "RECUSADA - NUMERO INEXISTENTE NO CADASTRO."
               NOT INVALID KEY
                   IF INATIVO-IDX
                       DISPLAY "RECUSADA - PESSOA INATIVA NO CADASTRO."
                   ELSE
                       PERFORM CONFERE-RESPONSAVEL
                       IF SW-SEM-RESP EQUAL "SIM"
                           DISPLAY "RECUSADA - MENOR SEM RESPONSAVEL "
                                   "CADASTRADO."
                       ELSE
                           MOVE "SIM" TO SW-PESSOA-OK
                       END-IF
                   END-IF
           END-READ.

       DECIDE-MATRICULA.
           IF OCUPADAS-TUR NOT LESS THAN CAPACIDADE-TUR
               DISPLAY "TURMA CHEIA. INCLUIR NA LISTA DE ESPERA "
                       "(S/N)? "
               ACCEPT WS-OPCAO
               IF WS-OPCAO EQUAL "S" OR WS-OPCAO EQUAL "s"
                   PERFORM ENFILEIRA-PEDIDO
               ELSE
                   DISPLAY "NADA ALTERADO."
               END-IF
           ELSE
               PERFORM GRAVA-MATRICULA
           END-IF.

       GRAVA-MATRICULA.
           MOVE WS-TURMA-CONSULTA TO TURMA-MAT-MAT.
           MOVE WS-NUM-CONSULTA TO NUM-MAT-MAT.
           MOVE WS-DATA-SISTEMA TO DATA-MATRICULA-MAT.
           WRITE REG-MAT
               INVALID KEY
                   DISPLAY "RECUSADA - MATRICULA JA EXISTENTE."
               NOT INVALID KEY
                   PERFORM OCUPA-VAGA
           END-WRITE.

       OCUPA-VAGA.
           MOVE WS-TURMA-CONSULTA TO WA-TURMA.
           MOVE WS-NUM-CONSULTA TO WA-NUM.
           MOVE SPACES TO WA-SIT-ANTES.
           MOVE ZEROS TO WA-DATA-ANTES.
           MOVE OCUPADAS-TUR TO WA-OCUP-ANTES.
           ADD 1 TO OCUPADAS-TUR.
           REWRITE REG-TUR
               INVALID KEY
                   DISPLAY "MATRICULADO - AVISO: VAGA NAO ABATIDA NA "
                           "TURMA."
                   MOVE WA-OCUP-ANTES TO WA-OCUP-DEPOIS
               NOT INVALID KEY
                   DISPLAY "MATRICULADO."
                   MOVE OCUPADAS-TUR TO WA-OCUP-DEPOIS
           END-REWRITE.
           MOVE "M" TO WA-SIT-DEPOIS.
           MOVE WS-DATA-SISTEMA TO WA-DATA-DEPOIS.
           MOVE "MATRICULA" TO WA-EVENTO.
           PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------
      *  ENFILEIRA-PEDIDO - TURMA CHEIA: O PEDIDO ENTRA NO FIM DA
      *  FILA DA TURMA, COMO NO EX18. QUEM JA ESTA MATRICULADO OU
      *  JA ESTA NA FILA DA TURMA E RECUSADO.
      *----------------------------------------------------------
       ENFILEIRA-PEDIDO.
           MOVE WS-TURMA-CONSULTA TO TURMA-MAT-MAT.
           MOVE WS-NUM-CONSULTA TO NUM-MAT-MAT.
           READ CADMAT-IDX
               INVALID KEY
                   MOVE WS-TURMA-CONSULTA TO WS-TURMA-VAGA
                   PERFORM PROCURA-NA-FILA
                   PERFORM CONFERE-FILA
               NOT INVALID KEY
                   DISPLAY "RECUSADA - MATRICULA JA EXISTENTE."
           END-READ.

       CONFERE-FILA.
           EVALUATE TRUE
               WHEN SW-JA-NA-ESPERA EQUAL "SIM"
                   DISPLAY "RECUSADA - JA NA LISTA DE ESPERA DA "
                           "TURMA."
               WHEN WS-ULTIMA-ORDEM EQUAL 99999
                   DISPLAY "RECUSADA - LISTA DE ESPERA ESGOTADA."
               WHEN OTHER
                   PERFORM GRAVA-ESPERA
           END-EVALUATE.

      *----------------------------------------------------------
      *  PROCURA-NA-FILA - PERCORRE A FILA DA TURMA EM
      *  WS-TURMA-VAGA: CONTA OS PEDIDOS (WS-POSICAO), GUARDA A
      *  ULTIMA ORDEM E LIGA SW-JA-NA-ESPERA SE WS-NUM-CONSULTA JA
      *  ESTA NELA.
      *----------------------------------------------------------
       PROCURA-NA-FILA.
           MOVE "NAO" TO SW-JA-NA-ESPERA.
           MOVE "NAO" TO SW-FIM-ESPERA.
           MOVE ZEROS TO WS-ULTIMA-ORDEM.
           MOVE ZEROS TO WS-POSICAO.
           MOVE WS-TURMA-VAGA TO TURMA-ESP-ESP.
           MOVE ZEROS TO ORDEM-ESP-ESP.
           START CADESP-IDX KEY IS NOT LESS THAN CHAVE-ESP-ESP
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-ESPERA
           END-START.
           PERFORM PERCORRE-FILA UNTIL SW-FIM-ESPERA EQUAL "SIM".

       PERCORRE-FILA.
           READ CADESP-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-ESPERA
           END-READ.
           IF SW-FIM-ESPERA NOT EQUAL "SIM"
               IF TURMA-ESP-ESP NOT EQUAL WS-TURMA-VAGA
                   MOVE "SIM" TO SW-FIM-ESPERA
               ELSE
                   ADD 1 TO WS-POSICAO
                   MOVE ORDEM-ESP-ESP TO WS-ULTIMA-ORDEM
                   IF NUM-ESP-ESP EQUAL WS-NUM-CONSULTA
                       MOVE "SIM" TO SW-JA-NA-ESPERA
                   END-IF
               END-IF
           END-IF.

       GRAVA-ESPERA.
           MOVE WS-TURMA-CONSULTA TO TURMA-ESP-ESP.
           COMPUTE ORDEM-ESP-ESP = WS-ULTIMA-ORDEM + 1.
           MOVE WS-NUM-CONSULTA TO NUM-ESP-ESP.
           MOVE WS-DATA-SISTEMA TO DATA-PEDIDO-ESP-ESP.
           WRITE REG-ESP
               INVALID KEY
                   DISPLAY "RECUSADA - FALHA NA GRAVACAO DA ESPERA."
               NOT INVALID KEY
                   ADD 1 TO WS-POSICAO
                   DISPLAY "EM ESPERA - POSICAO NA FILA: " WS-POSICAO
                   MOVE WS-TURMA-CONSULTA TO WA-TURMA
                   MOVE WS-NUM-CONSULTA TO WA-NUM
                   MOVE SPACES TO WA-SIT-ANTES
                   MOVE ZEROS TO WA-DATA-ANTES
                   MOVE OCUPADAS-TUR TO WA-OCUP-ANTES
                   MOVE "E" TO WA-SIT-DEPOIS
                   MOVE WS-DATA-SISTEMA TO WA-DATA-DEPOIS
                   MOVE OCUPADAS-TUR TO WA-OCUP-DEPOIS
                   MOVE "ESPERA" TO WA-EVENTO
                   PERFORM GRAVA-AUDITORIA
           END-WRITE.

      *----------------------------------------------------------
      *  CANCELA-ONLINE - EXIBE A MATRICULA, PEDE CONFIRMACAO,
      *  REMOVE-A E DEVOLVE A VAGA A TURMA, QUE VAI AO PRIMEIRO DA
      *  FILA NA HORA, COMO NO CANCELAMENTO DO EX18.
      *----------------------------------------------------------
       CANCELA-ONLINE.
           DISPLAY "TURMA: ".
           MOVE SPACES TO WS-TURMA-CONSULTA.
           ACCEPT WS-TURMA-CONSULTA.
           DISPLAY "NUMERO: ".
           ACCEPT WS-NUM-CONSULTA.
           MOVE WS-TURMA-CONSULTA TO TURMA-MAT-MAT.
           MOVE WS-NUM-CONSULTA TO NUM-MAT-MAT.
           READ CADMAT-IDX
               INVALID KEY
                   DISPLAY "RECUSADA - MATRICULA INEXISTENTE."
               NOT INVALID KEY
                   DISPLAY "MATRICULA DE " DATA-MATRICULA-MAT
                   DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
                   ACCEPT WS-OPCAO
                   IF WS-OPCAO EQUAL "S" OR WS-OPCAO EQUAL "s"
                       PERFORM REMOVE-MATRICULA
                   ELSE
                       DISPLAY "NADA ALTERADO."
                   END-IF
           END-READ.

       REMOVE-MATRICULA.
           MOVE WS-TURMA-CONSULTA TO WA-TURMA.
           MOVE WS-NUM-CONSULTA TO WA-NUM.
           MOVE "M" TO WA-SIT-ANTES.
           MOVE DATA-MATRICULA-MAT TO WA-DATA-ANTES.
           DELETE CADMAT-IDX RECORD
               INVALID KEY
                   DISPLAY "FALHA NO CANCELAMENTO. STATUS: "
                       WS-STATUS-MAT
               NOT INVALID KEY
                   PERFORM DEVOLVE-VAGA
           END-DELETE.

       DEVOLVE-VAGA.
           MOVE SPACES TO WA-SIT-DEPOIS.
           MOVE ZEROS TO WA-DATA-DEPOIS.
           MOVE "CANCELAMENTO" TO WA-EVENTO.
           MOVE WS-TURMA-CONSULTA TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   DISPLAY "CANCELADO - AVISO: TURMA NAO ENCONTRADA."
                   MOVE ZEROS TO WA-OCUP-ANTES
                   MOVE ZEROS TO WA-OCUP-DEPOIS
                   PERFORM GRAVA-AUDITORIA
               NOT INVALID KEY
                   MOVE OCUPADAS-TUR TO WA-OCUP-ANTES
                   IF OCUPADAS-TUR GREATER THAN ZEROS
                       SUBTRACT 1 FROM OCUPADAS-TUR
                   END-IF
                   PERFORM REGRAVA-DEVOLUCAO
                   PERFORM GRAVA-AUDITORIA
                   MOVE WS-TURMA-CONSULTA TO WS-TURMA-VAGA
                   PERFORM PROMOVE-ESPERA
           END-READ.

       REGRAVA-DEVOLUCAO.
           REWRITE REG-TUR
               INVALID KEY
                   DISPLAY "CANCELADO - AVISO: VAGA NAO DEVOLVIDA."
                   MOVE WA-OCUP-ANTES TO WA-OCUP-DEPOIS
               NOT INVALID KEY
                   DISPLAY "CANCELADO."
                   MOVE OCUPADAS-TUR TO WA-OCUP-DEPOIS
           END-REWRITE.

      *----------------------------------------------------------
      *  PROMOVE-ESPERA - ENQUANTO A TURMA DE WS-TURMA-VAGA TIVER
      *  VAGA LIVRE E FILA, RETIRA O PRIMEIRO DA FILA E O
      *  MATRICULA, COM OS MESMOS CRITERIOS E MENSAGENS DO EX18.
      *  CADA PROMOCAO OU RETIRADA DA FILA E AUDITADA EM NOME DO
      *  OPERADOR DA SESSAO.
      *----------------------------------------------------------
       PROMOVE-ESPERA.
           MOVE "NAO" TO SW-FIM-ESPERA.
           MOVE WS-TURMA-VAGA TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "NAO" TO SW-TURMA-EXISTE
               NOT INVALID KEY
                   MOVE "SIM" TO SW-TURMA-EXISTE
           END-READ.
           PERFORM PROMOVE-PRIMEIRO UNTIL SW-FIM-ESPERA EQUAL "SIM".

       PROMOVE-PRIMEIRO.
           IF SW-TURMA-EXISTE EQUAL "SIM" AND
              OCUPADAS-TUR NOT LESS THAN CAPACIDADE-TUR
               MOVE "SIM" TO SW-FIM-ESPERA
           ELSE
               PERFORM LE-PRIMEIRO-ESPERA
           END-IF.
           IF SW-FIM-ESPERA NOT EQUAL "SIM"
               DELETE CADESP-IDX RECORD
                   INVALID KEY
                       MOVE "SIM" TO SW-FIM-ESPERA
                       DISPLAY "AVISO: FALHA NA RETIRADA DA FILA."
                   NOT INVALID KEY
                       PERFORM ENCAIXA-ESPERA
               END-DELETE
           END-IF.

       LE-PRIMEIRO-ESPERA.
           MOVE WS-TURMA-VAGA TO TURMA-ESP-ESP.
           MOVE ZEROS TO ORDEM-ESP-ESP.
           START CADESP-IDX KEY IS NOT LESS THAN CHAVE-ESP-ESP
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-ESPERA
           END-START.
           IF SW-FIM-ESPERA NOT EQUAL "SIM"
               READ CADESP-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-ESPERA
               END-READ
           END-IF.
           IF SW-FIM-ESPERA NOT EQUAL "SIM" AND
              TURMA-ESP-ESP NOT EQUAL WS-TURMA-VAGA
               MOVE "SIM" TO SW-FIM-ESPERA
           END-IF.

      *----------------------------------------------------------
      *  ENCAIXA-ESPERA - O PEDIDO JA SAIU DA FILA: MATRICULA A
      *  PESSOA SE ELA AINDA PUDER SER MATRICULADA OU EXIBE O
      *  MOTIVO DA RETIRADA.
      *----------------------------------------------------------
       ENCAIXA-ESPERA.
           MOVE WS-TURMA-VAGA TO WA-TURMA.
           MOVE NUM-ESP-ESP TO WA-NUM.
           MOVE "E" TO WA-SIT-ANTES.
           MOVE DATA-PEDIDO-ESP-ESP TO WA-DATA-ANTES.
           MOVE OCUPADAS-TUR TO WA-OCUP-ANTES.
           MOVE SPACES TO WA-SIT-DEPOIS.
           MOVE ZEROS TO WA-DATA-DEPOIS.
           MOVE OCUPADAS-TUR TO WA-OCUP-DEPOIS.
           MOVE "RETIRADA" TO WA-EVENTO.
           IF SW-TURMA-EXISTE NOT EQUAL "SIM"
               DISPLAY NUM-ESP-ESP " RETIRADO DA FILA - TURMA "
                       "INEXISTENTE."
           ELSE
               MOVE NUM-ESP-ESP TO NUM-IDX
               READ CADATU-IDX
                   INVALID KEY
                       DISPLAY NUM-ESP-ESP " RETIRADO DA FILA - "
                               "NUMERO INEXISTENTE."
                   NOT INVALID KEY
                       IF INATIVO-IDX
                           DISPLAY NUM-ESP-ESP " RETIRADO DA FILA - "
                                   "PESSOA INATIVA."
                       ELSE
                           PERFORM ENCAIXA-PESSOA
                       END-IF
               END-READ
           END-IF.
           PERFORM GRAVA-AUDITORIA.

       ENCAIXA-PESSOA.
           PERFORM CONFERE-RESPONSAVEL.
           IF SW-SEM-RESP EQUAL "SIM"
               DISPLAY NUM-ESP-ESP " RETIRADO DA FILA - MENOR SEM "
                       "RESPONSAVEL."
           ELSE
               PERFORM MATRICULA-DA-ESPERA
           END-IF.

       MATRICULA-DA-ESPERA.
           MOVE WS-TURMA-VAGA TO TURMA-MAT-MAT.
           MOVE NUM-ESP-ESP TO NUM-MAT-MAT.
           MOVE WS-DATA-SISTEMA TO DATA-MATRICULA-MAT.
           WRITE REG-MAT
               INVALID KEY
                   DISPLAY NUM-ESP-ESP " RETIRADO DA FILA - JA "
                           "MATRICULADO."
               NOT INVALID KEY
                   MOVE "M" TO WA-SIT-DEPOIS
                   MOVE WS-DATA-SISTEMA TO WA-DATA-DEPOIS
                   MOVE "PROMOCAO" TO WA-EVENTO
                   PERFORM OCUPA-VAGA-ESPERA
           END-WRITE.

       OCUPA-VAGA-ESPERA.
           ADD 1 TO OCUPADAS-TUR.
           REWRITE REG-TUR
               INVALID KEY
                   DISPLAY NUM-ESP-ESP " PROMOVIDO - AVISO: VAGA NAO "
                           "ABATIDA."
               NOT INVALID KEY
                   DISPLAY NUM-ESP-ESP " PROMOVIDO DA FILA - "
                           "MATRICULADO."
                   MOVE OCUPADAS-TUR TO WA-OCUP-DEPOIS
           END-REWRITE.

      *----------------------------------------------------------
      *  GRAVA-AUDITORIA - ACRESCENTA EM EX34-AUD O OPERADOR, A
      *  DATA E HORA, A TURMA, O NUMERO E AS IMAGENS ANTES E
      *  DEPOIS PREPARADAS EM WS-AUDITORIA: SITUACAO DA PESSOA NA
      *  TURMA (M MATRICULADO, E EM ESPERA, BRANCO NENHUMA), DATA
      *  DA MATRICULA OU DO PEDIDO E VAGAS OCUPADAS DA TURMA.
      *----------------------------------------------------------
       GRAVA-AUDITORIA.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           OPEN EXTEND EX34-AUD.
           IF WS-STATUS-AUD EQUAL "35"
               OPEN OUTPUT EX34-AUD
           END-IF.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-DATA-SISTEMA TO AUD-DATA.
           MOVE WS-HORA-SISTEMA TO AUD-HORA.
           MOVE WA-TURMA TO AUD-TURMA.
           MOVE WA-NUM TO AUD-NUM.
           MOVE WA-SIT-ANTES TO AUD-SIT-ANTES.
           MOVE WA-DATA-ANTES TO AUD-DATA-ANTES.
           MOVE WA-OCUP-ANTES TO AUD-OCUP-ANTES.
           MOVE WA-SIT-DEPOIS TO AUD-SIT-DEPOIS.
           MOVE WA-DATA-DEPOIS TO AUD-DATA-DEPOIS.
           MOVE WA-OCUP-DEPOIS TO AUD-OCUP-DEPOIS.
           MOVE WA-EVENTO TO AUD-EVENTO.
           WRITE REG-AUD.
           IF WS-STATUS-AUD NOT EQUAL "00"
               DISPLAY "AVISO: FALHA NA GRAVACAO DA AUDITORIA. "
                       "STATUS: " WS-STATUS-AUD
           END-IF.
           CLOSE EX34-AUD.

      *----------------------------------------------------------
      *  AUDITA-NEGADO - ACRESCENTA EM EX34-AUD A ENTRADA NEGADA,
      *  COM OPERADOR, DATA E HORA; AS IMAGENS FICAM VAZIAS POIS
      *  NENHUM REGISTRO FOI TOCADO, COMO NO EX09.
      *----------------------------------------------------------
       AUDITA-NEGADO.
           MOVE SPACES TO WA-TURMA.
           MOVE ZEROS TO WA-NUM.
           MOVE SPACES TO WA-SIT-ANTES.
           MOVE ZEROS TO WA-DATA-ANTES.
           MOVE ZEROS TO WA-OCUP-ANTES.
           MOVE SPACES TO WA-SIT-DEPOIS.
           MOVE ZEROS TO WA-DATA-DEPOIS.
           MOVE ZEROS TO WA-OCUP-DEPOIS.
           MOVE "NEGADO" TO WA-EVENTO.
           PERFORM GRAVA-AUDITORIA.

       TERMINO.
           IF SW-SESSAO-REGISTR EQUAL "SIM"
               PERFORM ENCERRA-SESSAO
           END-IF.
           IF SW-CADASTROS-OK EQUAL "SIM"
               CLOSE CADATU-IDX CADTUR-IDX CADMAT-IDX CADESP-IDX
               IF SW-RESPONSAVEIS EQUAL "SIM"
                   CLOSE CADRES-IDX
               END-IF
           END-IF.
           DISPLAY "SESSAO ENCERRADA.".

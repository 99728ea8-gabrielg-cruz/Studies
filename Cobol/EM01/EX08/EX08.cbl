       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX08.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  LE O ARQUIVO DE MOVIMENTO DIARIO CADMOV (TIPO DE
      *         TRANSACAO, NUMERO, NOME E DATA DE NASCIMENTO) E
      *         APLICA CADA TRANSACAO SOBRE O CADASTRO INDEXADO
      *         CADATU-IDX, EM ACESSO RANDOMICO PELA CHAVE NUM-IDX:
      *
      *           I - INCLUSAO  (REJEITA NUMERO JA EXISTENTE E
      *               DATA DE NASCIMENTO INVALIDA);
      *           A - ALTERACAO (REJEITA NUMERO INEXISTENTE; SO
      *               SUBSTITUI NOME E DATA QUANDO PREENCHIDOS NO
      *               MOVIMENTO, PARA PERMITIR CORRECAO PARCIAL);
      *           E - EXCLUSAO  (REJEITA NUMERO INEXISTENTE E
      *               REGISTRO JA INATIVO; MARCA O REGISTRO COMO
      *               INATIVO COM A DATA DE PROCESSAMENTO, EM VEZ
      *               DE REMOVE-LO - A REMOCAO FISICA E SO DO
      *               EXPURGO EX22, APOS A RETENCAO);
      *           F - FUSAO     (O NUMERO DO MOVIMENTO E O ABSORVIDO
      *               E O SOBREVIVENTE VEM NAS POSICOES DO NOME;
      *               REJEITA NUMEROS IGUAIS, INEXISTENTES OU JA
      *               INATIVOS).
      *
      *         EMITE EM EX08-REL UMA LINHA POR TRANSACAO COM O
      *         RESULTADO (APLICADA OU MOTIVO DA REJEICAO) E OS
      *         TOTAIS DE CONTROLE AO FINAL, PARA CONFERENCIA DO
      *         OPERADOR. EVITA A RECARGA COMPLETA VIA EX02 QUANDO
      *         O DIA TEM APENAS ALGUMAS CORRECOES.
      *
      *         CADA TRANSACAO APLICADA E AINDA ACRESCENTADA AO
      *         JOURNAL EX08-JRN, COM OPERADOR, DATA E HORA E AS
      *         IMAGENS ANTES E DEPOIS, NO MESMO ESPIRITO DO
      *         EX09-AUD - E DESSA TRILHA QUE O DOSSIE DO EX25
      *         RECONSTROI O QUE ACONTECEU COM UM NUMERO.
      *
      *         A EXCLUSAO (INATIVACAO) CANCELA AINDA TODAS AS
      *         MATRICULAS DA PESSOA EM CADMAT-IDX, PELA CHAVE
      *         ALTERNATIVA DO NUMERO, DEVOLVENDO CADA VAGA A TURMA
      *         EM CADTUR-IDX - A TURMA CHEIA SE ABRE NA MESMA
      *         NOITE. CADA CANCELAMENTO SAI EM EX08-REL LOGO
      *         ABAIXO DA TRANSACAO. A VAGA DEVOLVIDA VAI PARA O
      *         PRIMEIRO DA LISTA DE ESPERA DA TURMA NO INICIO DA
      *         PROXIMA RODADA DO EX18.
      *
      *         A FUSAO ACERTA A PESSOA CADASTRADA DUAS VEZES (OS
      *         PARES DO EX14-REL): AS MATRICULAS DO ABSORVIDO EM
      *         CADMAT-IDX PASSAM AO SOBREVIVENTE, COM A FREQUENCIA
      *         JA LANCADA EM CADFRE-IDX; TURMA EM QUE O SOBREVIVENTE
      *         JA ESTA MATRICULADO E PULADA E A MATRICULA DO
      *         ABSORVIDO E CANCELADA, DEVOLVENDO A VAGA. O ABSORVIDO
      *         E INATIVADO, A REFERENCIA CRUZADA ANTIGO->NOVO VAI
      *         PARA CADREF-IDX (COPY CADREF) E O JOURNAL RECEBE UM
      *         REGISTRO PARA CADA NUMERO (TIPO F NO ABSORVIDO, TIPO
      *         R NO SOBREVIVENTE), CADA UM APONTANDO O OUTRO, PARA O
      *         DOSSIE DO EX25 DE QUALQUER DOS DOIS MOSTRAR A FUSAO.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   STOP RUN TROCADO POR GOBACK PARA PERMITIR
      *                   EXECUCAO COMO PASSO DO ORQUESTRADOR EX12,
      *                   ANTES DA DESCARGA DO EX20.
      *  02/09/2026 GGC   A APLICACAO DO CADMOV PASSA A SER
      *                   CONTROLADA PELO CADASTRO DE SEGURANCA
      *                   CADOPE-IDX (COPY CADOPE): O CARTAO
      *                   EX08-OPE IDENTIFICA QUEM SUBMETEU E SO
      *                   PERFIL A OU G APLICA. COM O CADASTRO DE
      *                   SEGURANCA AINDA INEXISTENTE A RODADA
      *                   SEGUE COM AVISO, PARA NAO TRAVAR A
      *                   IMPLANTACAO.
      *  02/09/2026 GGC   EXCLUSAO DEIXA DE APAGAR O REGISTRO:
      *                   MARCA INATIVO COM DATA DE INATIVACAO
      *                   (COPY CADSIT), PARA A CONFORMIDADE
      *                   PRESERVAR QUEM SAIU; A INCLUSAO GRAVA
      *                   ATIVO. A DATA VEM DO CARTAO DATAPROC,
      *                   COM QUEDA PARA A DATA DO SISTEMA.
      *  02/09/2026 GGC   TRANSACAO APLICADA PASSA A SER JORNALADA
      *                   EM EX08-JRN COM OPERADOR, DATA, HORA E
      *                   IMAGENS ANTES/DEPOIS - O RELATORIO SO
      *                   RELATAVA, SEM TRILHA DATADA COMO A DO
      *                   EX09.
      *  02/09/2026 GGC   SELECT DE CADATU-IDX AJUSTADO A CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS)
      *                   CRIADA PARA A BUSCA POR NOME DO EX09.
      *  15/10/2026 GGC   EXCLUSAO PASSA A CANCELAR AS MATRICULAS
      *                   DA PESSOA EM CADMAT-IDX (CHAVE ALTERNATIVA
      *                   NUM-MAT) E DEVOLVER AS VAGAS EM CADTUR-IDX,
      *                   RELATANDO CADA CANCELAMENTO EM EX08-REL -
      *                   ANTES A MATRICULA FICAVA ORFA E A VAGA
      *                   PRESA ATE O ACERTO MANUAL.
      *  15/10/2026 GGC   NOVA TRANSACAO F - FUSAO DE DOIS NUMEROS DA
      *                   MESMA PESSOA: TRANSFERE MATRICULAS E
      *                   FREQUENCIA AO SOBREVIVENTE, INATIVA O
      *                   ABSORVIDO, GRAVA A REFERENCIA CRUZADA EM
      *                   CADREF-IDX E JORNALA OS DOIS NUMEROS, COM O
      *                   NOVO CAMPO JRN-NUM-VINCULO EM EX08-JRN.
      *  15/10/2026 GGC   FALHA NA GRAVACAO DA REFERENCIA CRUZADA SAI
      *                   NO RELATORIO COM O STATUS DE CADREF-IDX.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMOV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MOV.
           SELECT CADATU-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-IDX
            ALTERNATE RECORD KEY IS NOME-IDX WITH DUPLICATES
            FILE STATUS IS WS-STATUS-IDX.
           SELECT EX08-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT EX08-OPE ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CAR.
           SELECT CADOPE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS ID-OPERADOR-OPE
            FILE STATUS IS WS-STATUS-OPE.
           SELECT EX08-JRN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-JRN.
           SELECT CADTUR-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS COD-TURMA-TUR
            FILE STATUS IS WS-STATUS-TUR.
           SELECT CADMAT-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MAT-MAT
            ALTERNATE RECORD KEY IS NUM-MAT-MAT WITH DUPLICATES
            FILE STATUS IS WS-STATUS-MAT.
           SELECT CADREF-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS NUM-ANTIGO-REF
            ALTERNATE RECORD KEY IS NUM-NOVO-REF WITH DUPLICATES
            FILE STATUS IS WS-STATUS-REF.
           SELECT CADFRE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-FRE-FRE
            FILE STATUS IS WS-STATUS-FRE.

       DATA DIVISION.
       FILE SECTION.
           FD CADMOV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMOV.DAT".
           01 REG-MOV.
           02 TIPO-MOV        PIC X(01).
           88 MOV-INCLUSAO         VALUE "I".
           88 MOV-ALTERACAO        VALUE "A".
           88 MOV-EXCLUSAO         VALUE "E".
           88 MOV-FUSAO            VALUE "F".
           COPY CADNOM REPLACING ==:TAG:== BY ==MOV==.
           COPY CADDTN REPLACING ==:TAG:== BY ==MOV==.
           01 REG-MOV-FUSAO.
           02 FILLER          PIC X(06).
           02 NUM-SOBREVIVENTE-MOV PIC 9(05).
           02 FILLER          PIC X(23).

           FD CADATU-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-IDX.DAT".
           01 REG-SAI-IDX.
           COPY CADNOM REPLACING ==:TAG:== BY ==IDX==.
           COPY CADDTN REPLACING ==:TAG:== BY ==IDX==.
           COPY CADSIT REPLACING ==:TAG:== BY ==IDX==.

           FD EX08-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX08-REL.DAT".
           01 REG-REL              PIC X(80).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD EX08-OPE LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX08-OPE.DAT".
           01 REG-CAR.
           02 CAR-OPERADOR    PIC X(08).

           FD CADOPE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADOPE-IDX.DAT".
           01 REG-OPE.
           COPY CADOPE REPLACING ==:TAG:== BY ==OPE==.

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

           FD CADTUR-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTUR-IDX.DAT".
           01 REG-TUR.
           COPY CADTUR REPLACING ==:TAG:== BY ==TUR==.

           FD CADMAT-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMAT-IDX.DAT".
           01 REG-MAT.
           COPY CADMAT REPLACING ==:TAG:== BY ==MAT==.

           FD CADREF-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADREF-IDX.DAT".
           01 REG-REF.
           COPY CADREF REPLACING ==:TAG:== BY ==REF==.

           FD CADFRE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADFRE-IDX.DAT".
           01 REG-FRE.
           COPY CADFRE REPLACING ==:TAG:== BY ==FRE==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-MOV     PIC X(02) VALUE SPACES.
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CAR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-OPE     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-RODADA-AUTORIZ PIC X(03) VALUE "NAO".
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-STATUS-JRN     PIC X(02) VALUE SPACES.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA   PIC 9(06) VALUE ZEROS.
       77 WS-NOME-ANTES     PIC X(20) VALUE SPACES.
       77 WS-DTN-ANTES      PIC 9(08) VALUE ZEROS.
       77 SW-APLICADA       PIC X(03) VALUE "NAO".
       77 SW-REL-OK         PIC X(03) VALUE "NAO".
       77 QTDE-LIDAS        PIC 9(07) VALUE ZEROS.
       77 QTDE-APLICADAS    PIC 9(07) VALUE ZEROS.
       77 QTDE-REJEITADAS   PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-TUR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MAT     PIC X(02) VALUE SPACES.
       77 SW-MATRICULAS-OK  PIC X(03) VALUE "NAO".
       77 SW-FIM-MATRICULAS PIC X(03) VALUE "NAO".
       77 QTDE-CANCELADAS   PIC 9(07) VALUE ZEROS.
       77 WS-STATUS-REF     PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRE     PIC X(02) VALUE SPACES.
       77 SW-REFERENCIAS-OK PIC X(03) VALUE "NAO".
       77 SW-FALHA-REF      PIC X(03) VALUE "NAO".
       77 SW-FREQUENCIA-OK  PIC X(03) VALUE "NAO".
       77 SW-FIM-FREQUENCIA PIC X(03) VALUE "NAO".
       77 SW-JA-MATRICULADO PIC X(03) VALUE "NAO".
       77 WS-TIPO-JRN       PIC X(01) VALUE SPACES.
       77 WS-NUM-JRN        PIC 9(05) VALUE ZEROS.
       77 WS-NUM-VINCULO    PIC 9(05) VALUE ZEROS.
       77 WS-NOME-DEPOIS    PIC X(20) VALUE SPACES.
       77 WS-DTN-DEPOIS     PIC 9(08) VALUE ZEROS.
       77 WS-NOME-SOBREV    PIC X(20) VALUE SPACES.
       77 WS-DTN-SOBREV     PIC 9(08) VALUE ZEROS.
       77 WS-TURMA-FUSAO    PIC X(05) VALUE SPACES.
       77 WS-DATA-MAT-FUSAO PIC 9(08) VALUE ZEROS.
       77 WS-PRESENCA-FUSAO PIC X(01) VALUE SPACES.
       77 QTDE-TRANSFERIDAS PIC 9(07) VALUE ZEROS.
       77 QTDE-FREQ-TRANSF  PIC 9(07) VALUE ZEROS.

       01 WS-CHAVE-FRE.
           02 CHF-TURMA       PIC X(05).
           02 CHF-DATA-AULA   PIC 9(08).
           02 CHF-NUM         PIC 9(05).

       01 WS-RESULTADO-FUSAO.
           02 FILLER          PIC X(27) VALUE
              "APLICADA - FUSAO NO NUMERO ".
           02 RF-NUM          PIC 9(05).

       01 LINHA-MOV.
           02 FILLER          PIC X(08) VALUE "NUMERO: ".
           02 LM-NUM          PIC 9(05).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(06) VALUE "TIPO: ".
           02 LM-TIPO         PIC X(01).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 LM-RESULTADO    PIC X(50).

       01 LINHA-CANCELAMENTO.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(29) VALUE
              "MATRICULA CANCELADA - TURMA: ".
           02 LC-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LC-RESULTADO    PIC X(30).

       01 LINHA-FUSAO.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(29) VALUE
              "MATRICULA ABSORVIDA - TURMA: ".
           02 LF-TURMA        PIC X(05).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LF-RESULTADO    PIC X(30).

       01 LINHA-AVISO-REF.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 FILLER          PIC X(47) VALUE
              "AVISO: REFERENCIA CRUZADA NAO GRAVADA. STATUS: ".
           02 LAR-STATUS      PIC X(02).

       01 LINHA-TOTAL.
           02 LT-ROTULO       PIC X(25).
           02 LT-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX08.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           GOBACK.

      *----------------------------------------------------------
      *  INICIO - SEM O RELATORIO NAO HA TRILHA DE AUDITORIA DAS
      *  TRANSACOES: FALHA NA SUA ABERTURA ENCERRA O PROGRAMA
      *  ANTES DE TOCAR O CADASTRO.
      *----------------------------------------------------------
       INICIO.
           OPEN OUTPUT EX08-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               DISPLAY "EX08 - FALHA NA ABERTURA DE EX08-REL. "
                       "NENHUMA TRANSACAO APLICADA."
               MOVE "SIM" TO FIM-ARQ
           ELSE
               MOVE "SIM" TO SW-REL-OK
               MOVE "MOVIMENTACAO DO CADASTRO CADATU-IDX - CADMOV"
                   TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               PERFORM CONFERE-OPERADOR
               IF SW-RODADA-AUTORIZ NOT EQUAL "SIM"
                   MOVE "SIM" TO FIM-ARQ
               ELSE
                   PERFORM OBTEM-DATA-PROCESSO
                   OPEN INPUT CADMOV
                   OPEN I-O CADATU-IDX
                   IF WS-STATUS-MOV NOT EQUAL "00" OR
                      WS-STATUS-IDX NOT EQUAL "00"
                       MOVE "MOVIMENTO OU CADASTRO INDISPONIVEL."
                           TO REG-REL
                       WRITE REG-REL
                       MOVE "SIM" TO FIM-ARQ
                   ELSE
                       PERFORM ABRE-MATRICULAS
                       PERFORM ABRE-REFERENCIAS
                       PERFORM LEITURA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  ABRE-MATRICULAS - ABRE AS MATRICULAS E AS TURMAS PARA O
      *  CANCELAMENTO NA EXCLUSAO. CADMAT-IDX AINDA INEXISTENTE
      *  (STATUS 35) NAO TEM O QUE CANCELAR; QUALQUER OUTRA FALHA
      *  NAO IMPEDE O MOVIMENTO DO CADASTRO, MAS CADA EXCLUSAO
      *  SAI COM AVISO PARA O ACERTO PELO EX18.
      *----------------------------------------------------------
       ABRE-MATRICULAS.
           OPEN I-O CADMAT-IDX.
           IF WS-STATUS-MAT EQUAL "00"
               OPEN I-O CADTUR-IDX
               IF WS-STATUS-TUR EQUAL "00"
                   MOVE "SIM" TO SW-MATRICULAS-OK
                   PERFORM ABRE-FREQUENCIA
               ELSE
                   CLOSE CADMAT-IDX
                   MOVE "99" TO WS-STATUS-MAT
               END-IF
           END-IF.
           IF SW-MATRICULAS-OK NOT EQUAL "SIM" AND
              WS-STATUS-MAT NOT EQUAL "35"
               MOVE "AVISO: MATRICULAS OU TURMAS INDISPONIVEIS."
                   TO REG-REL
               WRITE REG-REL
           END-IF.

      *----------------------------------------------------------
      *  ABRE-FREQUENCIA - A FREQUENCIA SO E USADA NA FUSAO, PARA
      *  ACOMPANHAR A MATRICULA TRANSFERIDA. SEM CADFRE-IDX NAO HA
      *  O QUE TRANSFERIR.
      *----------------------------------------------------------
       ABRE-FREQUENCIA.
           OPEN I-O CADFRE-IDX.
           IF WS-STATUS-FRE EQUAL "00"
               MOVE "SIM" TO SW-FREQUENCIA-OK
           END-IF.

      *----------------------------------------------------------
      *  ABRE-REFERENCIAS - ABRE A REFERENCIA CRUZADA DA FUSAO,
      *  CRIANDO-A VAZIA NA PRIMEIRA VEZ. SEM ELA A FUSAO E
      *  REJEITADA, PARA O NUMERO ANTIGO NUNCA FICAR SEM DESTINO.
      *----------------------------------------------------------
       ABRE-REFERENCIAS.
           OPEN I-O CADREF-IDX.
           IF WS-STATUS-REF EQUAL "35"
               OPEN OUTPUT CADREF-IDX
               CLOSE CADREF-IDX
               OPEN I-O CADREF-IDX
           END-IF.
           IF WS-STATUS-REF EQUAL "00"
               MOVE "SIM" TO SW-REFERENCIAS-OK
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-OPERADOR - LE O CARTAO EX08-OPE COM QUEM SUBMETEU
      *  A RODADA E CONFERE O PERFIL EM CADOPE-IDX: SO A OU G
      *  APLICAM CADMOV. SO O CADASTRO DE SEGURANCA AINDA
      *  INEXISTENTE (STATUS 35) LIBERA COM AVISO (IMPLANTACAO);
      *  QUALQUER OUTRA FALHA DE ABERTURA - ARQUIVO TRAVADO OU
      *  CORROMPIDO - RECUSA A RODADA, COMO O EX09: NA DUVIDA,
      *  NINGUEM ATUALIZA. CARTAO AUSENTE, OPERADOR NAO CADASTRADO
      *  OU PERFIL DE CONSULTA TAMBEM RECUSAM, ANTES DE TOCAR O
      *  CADASTRO.
      *----------------------------------------------------------
       CONFERE-OPERADOR.
           OPEN INPUT CADOPE-IDX.
           EVALUATE TRUE
               WHEN WS-STATUS-OPE EQUAL "35"
                   MOVE "SEM CADASTRO DE SEGURANCA - RODADA LIBERADA."
                       TO REG-REL
                   WRITE REG-REL
                   MOVE "SIM" TO SW-RODADA-AUTORIZ
               WHEN WS-STATUS-OPE NOT EQUAL "00"
                   MOVE "CADASTRO DE SEGURANCA INDISPONIVEL - RECUSADA."
                       TO REG-REL
                   WRITE REG-REL
               WHEN OTHER
                   PERFORM LE-CARTAO-OPERADOR
               IF WS-OPERADOR EQUAL SPACES
                   MOVE "CARTAO EX08-OPE AUSENTE - RODADA RECUSADA."
                       TO REG-REL
                   WRITE REG-REL
               ELSE
                   MOVE WS-OPERADOR TO ID-OPERADOR-OPE
                   READ CADOPE-IDX
                       INVALID KEY
                           MOVE "OPERADOR NAO CADASTRADO - RECUSADA."
                               TO REG-REL
                           WRITE REG-REL
                           END-WRITE
                       NOT INVALID KEY
                           IF PERFIL-ATUALIZA-OPE OR PERFIL-ADMIN-OPE
                               MOVE "SIM" TO SW-RODADA-AUTORIZ
                           ELSE
                               PERFORM RECUSA-PERFIL
                           END-IF
                   END-READ
               END-IF
               CLOSE CADOPE-IDX
           END-EVALUATE.

       RECUSA-PERFIL.
           MOVE "OPERADOR SEM PERFIL DE ATUALIZACAO - RECUSADA."
               TO REG-REL.
           WRITE REG-REL.

       LE-CARTAO-OPERADOR.
           OPEN INPUT EX08-OPE.
           IF WS-STATUS-CAR EQUAL "00"
               READ EX08-OPE
                   NOT AT END MOVE CAR-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE EX08-OPE
           END-IF.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, PARA QUE A INATIVACAO CARREGUE A MESMA
      *  DATA DO RESTO DO CICLO. CARTAO AUSENTE OU INVALIDO CAI NA
      *  DATA DO SISTEMA.
      *----------------------------------------------------------
       OBTEM-DATA-PROCESSO.
           OPEN INPUT DATAPROC.
           IF WS-STATUS-DPR EQUAL "00"
               READ DATAPROC
                   NOT AT END
                       IF DPR-DATA IS NUMERIC AND
                          DPR-MES GREATER THAN 0 AND
                          DPR-MES LESS THAN 13 AND
                          DPR-DIA GREATER THAN 0 AND
                          DPR-DIA LESS THAN 32
                           MOVE DPR-DATA TO WS-DATA-SISTEMA
                           MOVE "SIM" TO SW-DATA-CARTAO
                       END-IF
               END-READ
               CLOSE DATAPROC
           END-IF.
           IF SW-DATA-CARTAO NOT EQUAL "SIM"
               IF WS-STATUS-DPR EQUAL "00"
                   DISPLAY "EX08 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

       LEITURA.
           READ CADMOV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-MOV EQUAL "00"
                   ADD 1 TO QTDE-LIDAS
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  PRINCIPAL - APLICA A TRANSACAO CONFORME O TIPO. CADA
      *  PARAGRAFO DE APLICACAO DEIXA EM LM-RESULTADO O RESULTADO
      *  E LIGA SW-APLICADA QUANDO A GRAVACAO FOI CONFIRMADA.
      *----------------------------------------------------------
       PRINCIPAL.
           MOVE "NAO" TO SW-APLICADA.
           MOVE SPACES TO WS-NOME-ANTES.
           MOVE ZEROS TO WS-DTN-ANTES.
           MOVE ZEROS TO WS-NUM-VINCULO.
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM APLICA-INCLUSAO
               WHEN MOV-ALTERACAO
                   PERFORM APLICA-ALTERACAO
               WHEN MOV-EXCLUSAO
                   PERFORM APLICA-EXCLUSAO
               WHEN MOV-FUSAO
                   PERFORM APLICA-FUSAO
               WHEN OTHER
                   MOVE "REJEITADA - TIPO DE TRANSACAO INVALIDO"
                       TO LM-RESULTADO
           END-EVALUATE.
           PERFORM GRAVA-LINHA.
           IF MOV-EXCLUSAO AND SW-APLICADA EQUAL "SIM"
               PERFORM CANCELA-MATRICULAS
           END-IF.
           IF MOV-FUSAO AND SW-APLICADA EQUAL "SIM"
               PERFORM AVISA-REFERENCIA
               PERFORM TRANSFERE-MATRICULAS
               PERFORM GRAVA-JOURNAL-SOBREVIVENTE
           END-IF.
           PERFORM LEITURA.

      *----------------------------------------------------------
      *  APLICA-INCLUSAO - GRAVA UM REGISTRO NOVO EM CADATU-IDX.
      *  A CLAUSULA INVALID KEY DETECTA NUMERO JA EXISTENTE.
      *----------------------------------------------------------
       APLICA-INCLUSAO.
           IF DIA-NASCIMENTO-MOV LESS THAN 1 OR
              DIA-NASCIMENTO-MOV GREATER THAN 31 OR
              MES-NASCIMENTO-MOV LESS THAN 1 OR
              MES-NASCIMENTO-MOV GREATER THAN 12
               MOVE "REJEITADA - DATA DE NASCIMENTO INVALIDA"
                   TO LM-RESULTADO
           ELSE
               MOVE NUM-MOV TO NUM-IDX
               MOVE NOME-MOV TO NOME-IDX
               MOVE DATA-NASCIMENTO-MOV TO DATA-NASCIMENTO-IDX
               MOVE "A" TO SITUACAO-IDX
               MOVE ZEROS TO DATA-INATIVACAO-IDX
               WRITE REG-SAI-IDX
                   INVALID KEY
                       MOVE "REJEITADA - NUMERO JA EXISTENTE"
                           TO LM-RESULTADO
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-APLICADA
                       MOVE "APLICADA - INCLUSAO" TO LM-RESULTADO
               END-WRITE
           END-IF.

      *----------------------------------------------------------
      *  APLICA-ALTERACAO - LE O REGISTRO PELO NUMERO E REGRAVA
      *  COM O NOME E/OU A DATA DO MOVIMENTO. CAMPO EM BRANCO OU
      *  ZERADO NO MOVIMENTO PRESERVA O CONTEUDO ATUAL.
      *----------------------------------------------------------
       APLICA-ALTERACAO.
           MOVE NUM-MOV TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "REJEITADA - ALTERACAO DE NUMERO INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   MOVE NOME-IDX TO WS-NOME-ANTES
                   MOVE DATA-NASCIMENTO-IDX TO WS-DTN-ANTES
                   PERFORM REGRAVA-ALTERACAO
           END-READ.

       REGRAVA-ALTERACAO.
           IF DATA-NASCIMENTO-MOV NOT EQUAL ZEROS AND
              (DIA-NASCIMENTO-MOV LESS THAN 1 OR
               DIA-NASCIMENTO-MOV GREATER THAN 31 OR
               MES-NASCIMENTO-MOV LESS THAN 1 OR
               MES-NASCIMENTO-MOV GREATER THAN 12)
               MOVE "REJEITADA - DATA DE NASCIMENTO INVALIDA"
                   TO LM-RESULTADO
           ELSE
               IF NOME-MOV NOT EQUAL SPACES
                   MOVE NOME-MOV TO NOME-IDX
               END-IF
               IF DATA-NASCIMENTO-MOV NOT EQUAL ZEROS
                   MOVE DATA-NASCIMENTO-MOV TO DATA-NASCIMENTO-IDX
               END-IF
               REWRITE REG-SAI-IDX
                   INVALID KEY
                       MOVE "REJEITADA - FALHA NA REGRAVACAO"
                           TO LM-RESULTADO
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-APLICADA
                       MOVE "APLICADA - ALTERACAO" TO LM-RESULTADO
               END-REWRITE
           END-IF.

      *----------------------------------------------------------
      *  APLICA-EXCLUSAO - MARCA O REGISTRO COMO INATIVO, COM A
      *  DATA DE PROCESSAMENTO, EM VEZ DE REMOVE-LO: QUEM SAIU
      *  CONTINUA CONSULTAVEL E SO O EXPURGO EX22 REMOVE DE FATO,
      *  APOS A RETENCAO. REGISTRO JA INATIVO E REJEITADO PARA A
      *  DATA DA PRIMEIRA INATIVACAO NAO SER SOBREPOSTA.
      *----------------------------------------------------------
       APLICA-EXCLUSAO.
           MOVE NUM-MOV TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   MOVE "REJEITADA - EXCLUSAO DE NUMERO INEXISTENTE"
                       TO LM-RESULTADO
               NOT INVALID KEY
                   PERFORM INATIVA-REGISTRO
           END-READ.

       INATIVA-REGISTRO.
           IF INATIVO-IDX
               MOVE "REJEITADA - REGISTRO JA INATIVO"
                   TO LM-RESULTADO
           ELSE
               MOVE NOME-IDX TO WS-NOME-ANTES
               MOVE DATA-NASCIMENTO-IDX TO WS-DTN-ANTES
               MOVE "I" TO SITUACAO-IDX
               MOVE WS-DATA-SISTEMA TO DATA-INATIVACAO-IDX
               REWRITE REG-SAI-IDX
                   INVALID KEY
                       MOVE "REJEITADA - FALHA NA REGRAVACAO"
                           TO LM-RESULTADO
                   NOT INVALID KEY
                       MOVE "SIM" TO SW-APLICADA
                       MOVE "APLICADA - EXCLUSAO (INATIVADO)"
                           TO LM-RESULTADO
               END-REWRITE
           END-IF.

      *----------------------------------------------------------
      *  APLICA-FUSAO - CONFERE OS DOIS NUMEROS E INATIVA O
      *  ABSORVIDO COMO NA EXCLUSAO, GRAVANDO A REFERENCIA CRUZADA
      *  PARA O SOBREVIVENTE. A TRANSFERENCIA DAS MATRICULAS VEM
      *  DEPOIS DA LINHA DA TRANSACAO, COMO O CANCELAMENTO DA
      *  EXCLUSAO. SEM AS MATRICULAS A FUSAO E REJEITADA, PARA NAO
      *  INATIVAR QUEM AINDA TEM MATRICULA A TRANSFERIR.
      *----------------------------------------------------------
       APLICA-FUSAO.
           EVALUATE TRUE
               WHEN NUM-SOBREVIVENTE-MOV IS NOT NUMERIC
                   MOVE "REJEITADA - NUMERO SOBREVIVENTE INVALIDO"
                       TO LM-RESULTADO
               WHEN NUM-SOBREVIVENTE-MOV EQUAL NUM-MOV
                   MOVE "REJEITADA - FUSAO DO NUMERO COM ELE MESMO"
                       TO LM-RESULTADO
               WHEN SW-REFERENCIAS-OK NOT EQUAL "SIM"
                   MOVE "REJEITADA - REFERENCIA CRUZADA INDISPONIVEL"
                       TO LM-RESULTADO
               WHEN SW-MATRICULAS-OK NOT EQUAL "SIM" AND
                    WS-STATUS-MAT NOT EQUAL "35"
                   MOVE "REJEITADA - MATRICULAS INDISPONIVEIS"
                       TO LM-RESULTADO
               WHEN OTHER
                   MOVE NUM-SOBREVIVENTE-MOV TO NUM-IDX
                   READ CADATU-IDX
                       INVALID KEY
                           MOVE "REJEITADA - SOBREVIVENTE INEXISTENTE"
                               TO LM-RESULTADO
                       NOT INVALID KEY
                           PERFORM CONFERE-SOBREVIVENTE
                   END-READ
           END-EVALUATE.

       CONFERE-SOBREVIVENTE.
           IF INATIVO-IDX
               MOVE "REJEITADA - SOBREVIVENTE INATIVO"
                   TO LM-RESULTADO
           ELSE
               MOVE NOME-IDX TO WS-NOME-SOBREV
               MOVE DATA-NASCIMENTO-IDX TO WS-DTN-SOBREV
               MOVE NUM-MOV TO NUM-IDX
               READ CADATU-IDX
                   INVALID KEY
                       MOVE "REJEITADA - FUSAO DE NUMERO INEXISTENTE"
                           TO LM-RESULTADO
                   NOT INVALID KEY
                       PERFORM INATIVA-REGISTRO
               END-READ
               IF SW-APLICADA EQUAL "SIM"
                   MOVE NUM-SOBREVIVENTE-MOV TO WS-NUM-VINCULO
                   MOVE NUM-SOBREVIVENTE-MOV TO RF-NUM
                   MOVE WS-RESULTADO-FUSAO TO LM-RESULTADO
                   PERFORM GRAVA-REFERENCIA
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-REFERENCIA - NUMERO ANTIGO -> NOVO EM CADREF-IDX.
      *  REFERENCIA ANTERIOR DO MESMO NUMERO E SUBSTITUIDA. A
      *  FALHA FICA EM SW-FALHA-REF E SAI NO RELATORIO LOGO APOS A
      *  LINHA DA TRANSACAO (AVISA-REFERENCIA).
      *----------------------------------------------------------
       GRAVA-REFERENCIA.
           MOVE "NAO" TO SW-FALHA-REF.
           MOVE NUM-MOV TO NUM-ANTIGO-REF.
           MOVE NUM-SOBREVIVENTE-MOV TO NUM-NOVO-REF.
           MOVE WS-DATA-SISTEMA TO DATA-FUSAO-REF.
           MOVE WS-OPERADOR TO OPERADOR-FUSAO-REF.
           WRITE REG-REF
               INVALID KEY
                   REWRITE REG-REF
                       INVALID KEY
                           MOVE "SIM" TO SW-FALHA-REF
                           MOVE WS-STATUS-REF TO LAR-STATUS
                   END-REWRITE
           END-WRITE.
           IF WS-STATUS-REF(1:1) NOT EQUAL "0"
               MOVE "SIM" TO SW-FALHA-REF
               MOVE WS-STATUS-REF TO LAR-STATUS
           END-IF.

       AVISA-REFERENCIA.
           IF SW-FALHA-REF EQUAL "SIM"
               MOVE LINHA-AVISO-REF TO REG-REL
               WRITE REG-REL
           END-IF.

       GRAVA-LINHA.
           MOVE NUM-MOV TO LM-NUM.
           MOVE TIPO-MOV TO LM-TIPO.
           MOVE LINHA-MOV TO REG-REL.
           WRITE REG-REL.
           IF SW-APLICADA EQUAL "SIM"
               ADD 1 TO QTDE-APLICADAS
               MOVE TIPO-MOV TO WS-TIPO-JRN
               MOVE NUM-MOV TO WS-NUM-JRN
               MOVE NOME-IDX TO WS-NOME-DEPOIS
               MOVE DATA-NASCIMENTO-IDX TO WS-DTN-DEPOIS
               PERFORM GRAVA-JOURNAL
           ELSE
               ADD 1 TO QTDE-REJEITADAS
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-JOURNAL - ACRESCENTA EM EX08-JRN A TRANSACAO
      *  APLICADA, COM OPERADOR (DO CARTAO EX08-OPE), DATA DE
      *  PROCESSAMENTO, HORA REAL E AS IMAGENS ANTES E DEPOIS DO
      *  REGISTRO, COMO O EX09 FAZ EM EX09-AUD. NA FUSAO, CADA
      *  REGISTRO CARREGA O OUTRO NUMERO EM JRN-NUM-VINCULO
      *  (ZEROS NAS DEMAIS TRANSACOES). FALHA NO JOURNAL
      *  E AVISADA NO RELATORIO, MAS NAO DESFAZ A TRANSACAO JA
      *  GRAVADA NO CADASTRO.
      *----------------------------------------------------------
       GRAVA-JOURNAL.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           OPEN EXTEND EX08-JRN.
           IF WS-STATUS-JRN EQUAL "35"
               OPEN OUTPUT EX08-JRN
           END-IF.
           IF WS-STATUS-JRN EQUAL "00"
               MOVE WS-OPERADOR TO JRN-OPERADOR
               MOVE WS-DATA-SISTEMA TO JRN-DATA
               MOVE WS-HORA-SISTEMA TO JRN-HORA
               MOVE WS-TIPO-JRN TO JRN-TIPO
               MOVE WS-NUM-JRN TO JRN-NUM
               MOVE WS-NOME-ANTES TO JRN-NOME-ANTES
               MOVE WS-DTN-ANTES TO JRN-DTN-ANTES
               MOVE WS-NOME-DEPOIS TO JRN-NOME-DEPOIS
               MOVE WS-DTN-DEPOIS TO JRN-DTN-DEPOIS
               MOVE WS-NUM-VINCULO TO JRN-NUM-VINCULO
               WRITE REG-JRN
               IF WS-STATUS-JRN NOT EQUAL "00"
                   PERFORM AVISA-JOURNAL
               END-IF
               CLOSE EX08-JRN
           ELSE
               PERFORM AVISA-JOURNAL
           END-IF.

       AVISA-JOURNAL.
           MOVE "AVISO: FALHA NA GRAVACAO DO JOURNAL EX08-JRN."
               TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  GRAVA-JOURNAL-SOBREVIVENTE - SEGUNDO REGISTRO DA FUSAO,
      *  TIPO R (RECEBEU), NO NUMERO SOBREVIVENTE, CUJO CADASTRO NAO
      *  MUDA: ANTES E DEPOIS SAO A MESMA IMAGEM.
      *----------------------------------------------------------
       GRAVA-JOURNAL-SOBREVIVENTE.
           MOVE "R" TO WS-TIPO-JRN.
           MOVE NUM-SOBREVIVENTE-MOV TO WS-NUM-JRN.
           MOVE WS-NOME-SOBREV TO WS-NOME-ANTES.
           MOVE WS-DTN-SOBREV TO WS-DTN-ANTES.
           MOVE WS-NOME-SOBREV TO WS-NOME-DEPOIS.
           MOVE WS-DTN-SOBREV TO WS-DTN-DEPOIS.
           MOVE NUM-MOV TO WS-NUM-VINCULO.
           PERFORM GRAVA-JOURNAL.

      *----------------------------------------------------------
      *  CANCELA-MATRICULAS - DEPOIS DA INATIVACAO JA RELATADA,
      *  CANCELA UMA A UMA AS MATRICULAS DA PESSOA. O START PELA
      *  CHAVE ALTERNATIVA E REFEITO A CADA CANCELAMENTO, PARA O
      *  DELETE NAO DEPENDER DA POSICAO DA LEITURA SEQUENCIAL.
      *----------------------------------------------------------
       CANCELA-MATRICULAS.
           IF SW-MATRICULAS-OK EQUAL "SIM"
               MOVE "NAO" TO SW-FIM-MATRICULAS
               PERFORM CANCELA-UMA-MATRICULA
                   UNTIL SW-FIM-MATRICULAS EQUAL "SIM"
           ELSE
               IF WS-STATUS-MAT NOT EQUAL "35"
                   MOVE "        AVISO: MATRICULAS NAO CANCELADAS."
                       TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.

       CANCELA-UMA-MATRICULA.
           MOVE NUM-MOV TO NUM-MAT-MAT.
           START CADMAT-IDX KEY IS EQUAL TO NUM-MAT-MAT
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-MATRICULAS
           END-START.
           IF SW-FIM-MATRICULAS NOT EQUAL "SIM"
               READ CADMAT-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-MATRICULAS
               END-READ
           END-IF.
           IF SW-FIM-MATRICULAS NOT EQUAL "SIM"
               IF NUM-MAT-MAT NOT EQUAL NUM-MOV
                   MOVE "SIM" TO SW-FIM-MATRICULAS
               ELSE
                   PERFORM REMOVE-MATRICULA
               END-IF
           END-IF.

       REMOVE-MATRICULA.
           MOVE TURMA-MAT-MAT TO LC-TURMA.
           DELETE CADMAT-IDX RECORD
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-MATRICULAS
                   MOVE "AVISO: FALHA NO CANCELAMENTO" TO LC-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO QTDE-CANCELADAS
                   PERFORM DEVOLVE-VAGA
           END-DELETE.
           MOVE LINHA-CANCELAMENTO TO REG-REL.
           WRITE REG-REL.

      *----------------------------------------------------------
      *  TRANSFERE-MATRICULAS - PASSA AO SOBREVIVENTE, UMA A UMA,
      *  AS MATRICULAS DO ABSORVIDO, REFAZENDO O START PELA CHAVE
      *  ALTERNATIVA A CADA UMA, COMO NO CANCELAMENTO. A MATRICULA
      *  SAI DO ABSORVIDO E E REGRAVADA NO SOBREVIVENTE COM A DATA
      *  ORIGINAL; SE O SOBREVIVENTE JA ESTA NA TURMA, A REGRAVACAO
      *  E RECUSADA PELA CHAVE E A VAGA DO ABSORVIDO E DEVOLVIDA.
      *----------------------------------------------------------
       TRANSFERE-MATRICULAS.
           IF SW-MATRICULAS-OK EQUAL "SIM"
               MOVE "NAO" TO SW-FIM-MATRICULAS
               PERFORM TRANSFERE-UMA-MATRICULA
                   UNTIL SW-FIM-MATRICULAS EQUAL "SIM"
           END-IF.

       TRANSFERE-UMA-MATRICULA.
           MOVE NUM-MOV TO NUM-MAT-MAT.
           START CADMAT-IDX KEY IS EQUAL TO NUM-MAT-MAT
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-MATRICULAS
           END-START.
           IF SW-FIM-MATRICULAS NOT EQUAL "SIM"
               READ CADMAT-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-MATRICULAS
               END-READ
           END-IF.
           IF SW-FIM-MATRICULAS NOT EQUAL "SIM"
               IF NUM-MAT-MAT NOT EQUAL NUM-MOV
                   MOVE "SIM" TO SW-FIM-MATRICULAS
               ELSE
                   PERFORM REMANEJA-MATRICULA
               END-IF
           END-IF.

       REMANEJA-MATRICULA.
           MOVE TURMA-MAT-MAT TO WS-TURMA-FUSAO.
           MOVE DATA-MATRICULA-MAT TO WS-DATA-MAT-FUSAO.
           MOVE TURMA-MAT-MAT TO LF-TURMA.
           DELETE CADMAT-IDX RECORD
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-MATRICULAS
                   MOVE "AVISO: FALHA NA TRANSFERENCIA" TO LF-RESULTADO
                   MOVE LINHA-FUSAO TO REG-REL
                   WRITE REG-REL
                   END-WRITE
               NOT INVALID KEY
                   PERFORM GRAVA-MATRICULA-SOBREV
           END-DELETE.

       GRAVA-MATRICULA-SOBREV.
           MOVE WS-TURMA-FUSAO TO TURMA-MAT-MAT.
           MOVE NUM-SOBREVIVENTE-MOV TO NUM-MAT-MAT.
           MOVE WS-DATA-MAT-FUSAO TO DATA-MATRICULA-MAT.
           MOVE "NAO" TO SW-JA-MATRICULADO.
           WRITE REG-MAT
               INVALID KEY
                   MOVE "SIM" TO SW-JA-MATRICULADO
           END-WRITE.
           IF SW-JA-MATRICULADO EQUAL "SIM"
               MOVE "SOBREVIVENTE JA MATRICULADO" TO LF-RESULTADO
               MOVE LINHA-FUSAO TO REG-REL
               WRITE REG-REL
               MOVE WS-TURMA-FUSAO TO LC-TURMA
               ADD 1 TO QTDE-CANCELADAS
               PERFORM DEVOLVE-VAGA
               MOVE LINHA-CANCELAMENTO TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE "TRANSFERIDA AO SOBREVIVENTE" TO LF-RESULTADO
               MOVE LINHA-FUSAO TO REG-REL
               WRITE REG-REL
               ADD 1 TO QTDE-TRANSFERIDAS
               PERFORM TRANSFERE-FREQUENCIA
           END-IF.

      *----------------------------------------------------------
      *  TRANSFERE-FREQUENCIA - PERCORRE A FREQUENCIA DA TURMA
      *  TRANSFERIDA E REGRAVA NO SOBREVIVENTE CADA LANCAMENTO DO
      *  ABSORVIDO. O START E REFEITO APOS A ULTIMA CHAVE LIDA,
      *  POIS O DELETE E O WRITE DESFAZEM A POSICAO DA LEITURA.
      *  DIA JA LANCADO PARA O SOBREVIVENTE FICA COMO ESTA.
      *----------------------------------------------------------
       TRANSFERE-FREQUENCIA.
           IF SW-FREQUENCIA-OK EQUAL "SIM"
               MOVE WS-TURMA-FUSAO TO CHF-TURMA
               MOVE ZEROS TO CHF-DATA-AULA
               MOVE ZEROS TO CHF-NUM
               MOVE "NAO" TO SW-FIM-FREQUENCIA
               PERFORM TRANSFERE-UMA-FREQUENCIA
                   UNTIL SW-FIM-FREQUENCIA EQUAL "SIM"
           END-IF.

       TRANSFERE-UMA-FREQUENCIA.
           MOVE WS-CHAVE-FRE TO CHAVE-FRE-FRE.
           START CADFRE-IDX KEY IS GREATER THAN CHAVE-FRE-FRE
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-FREQUENCIA
           END-START.
           IF SW-FIM-FREQUENCIA NOT EQUAL "SIM"
               READ CADFRE-IDX NEXT RECORD
                   AT END
                       MOVE "SIM" TO SW-FIM-FREQUENCIA
               END-READ
           END-IF.
           IF SW-FIM-FREQUENCIA NOT EQUAL "SIM"
               IF TURMA-FRE-FRE NOT EQUAL WS-TURMA-FUSAO
                   MOVE "SIM" TO SW-FIM-FREQUENCIA
               ELSE
                   MOVE CHAVE-FRE-FRE TO WS-CHAVE-FRE
                   IF NUM-FRE-FRE EQUAL NUM-MOV
                       PERFORM REMANEJA-FREQUENCIA
                   END-IF
               END-IF
           END-IF.

       REMANEJA-FREQUENCIA.
           MOVE PRESENCA-FRE-FRE TO WS-PRESENCA-FUSAO.
           DELETE CADFRE-IDX RECORD
               NOT INVALID KEY
                   MOVE WS-CHAVE-FRE TO CHAVE-FRE-FRE
                   MOVE NUM-SOBREVIVENTE-MOV TO NUM-FRE-FRE
                   MOVE WS-PRESENCA-FUSAO TO PRESENCA-FRE-FRE
                   WRITE REG-FRE
                       NOT INVALID KEY
                           ADD 1 TO QTDE-FREQ-TRANSF
                   END-WRITE
           END-DELETE.

      *----------------------------------------------------------
      *  DEVOLVE-VAGA - MESMO TRATAMENTO DO CANCELAMENTO DO EX18:
      *  TURMA JA EXCLUIDA DO MESTRE E APENAS AVISADA.
      *----------------------------------------------------------
       DEVOLVE-VAGA.
           MOVE TURMA-MAT-MAT TO COD-TURMA-TUR.
           READ CADTUR-IDX
               INVALID KEY
                   MOVE "AVISO: TURMA NAO ENCONTRADA" TO LC-RESULTADO
               NOT INVALID KEY
                   IF OCUPADAS-TUR GREATER THAN ZEROS
                       SUBTRACT 1 FROM OCUPADAS-TUR
                   END-IF
                   REWRITE REG-TUR
                       INVALID KEY
                           MOVE "AVISO: VAGA NAO DEVOLVIDA"
                               TO LC-RESULTADO
                       NOT INVALID KEY
                           MOVE "VAGA DEVOLVIDA A TURMA"
                               TO LC-RESULTADO
                   END-REWRITE
           END-READ.

       TERMINO.
           IF SW-REL-OK EQUAL "SIM"
               PERFORM IMPRIME-TOTAIS
               CLOSE CADMOV CADATU-IDX EX08-REL
           END-IF.
           IF SW-MATRICULAS-OK EQUAL "SIM"
               CLOSE CADMAT-IDX CADTUR-IDX
           END-IF.
           IF SW-FREQUENCIA-OK EQUAL "SIM"
               CLOSE CADFRE-IDX
           END-IF.
           IF SW-REFERENCIAS-OK EQUAL "SIM"
               CLOSE CADREF-IDX
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "LIDAS:      " TO LT-ROTULO.
           MOVE QTDE-LIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "APLICADAS:  " TO LT-ROTULO.
           MOVE QTDE-APLICADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "REJEITADAS: " TO LT-ROTULO.
           MOVE QTDE-REJEITADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "MATRICULAS CANCELADAS: " TO LT-ROTULO.
           MOVE QTDE-CANCELADAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "MATRICULAS TRANSFERIDAS: " TO LT-ROTULO.
           MOVE QTDE-TRANSFERIDAS TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.
           MOVE "FREQUENCIAS TRANSFERIDAS:" TO LT-ROTULO.
           MOVE QTDE-FREQ-TRANSF TO LT-QTDE.
           MOVE LINHA-TOTAL TO REG-REL.
           WRITE REG-REL.

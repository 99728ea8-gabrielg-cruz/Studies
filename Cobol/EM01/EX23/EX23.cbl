       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX23.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  MANUTENCAO INTERATIVA (ACCEPT/DISPLAY) DO CADASTRO
      *         DE SEGURANCA DE OPERADORES CADOPE-IDX (COPY
      *         CADOPE), INDEXADO PELO ID. SUBSTITUI A LISTA DE
      *         AUTORIZADOS COMPILADA NO EX09: INCLUIR OU REVOGAR
      *         OPERADOR DEIXA DE EXIGIR ALTERACAO DE PROGRAMA.
      *
      *         O OPERADOR SE IDENTIFICA NA ABERTURA E SO PERFIL
      *         ADMINISTRADOR (G) PODE MANTER O CADASTRO. NA
      *         PRIMEIRA CARGA (ARQUIVO AINDA INEXISTENTE) A
      *         SESSAO E LIBERADA PARA GRAVAR O PRIMEIRO
      *         ADMINISTRADOR - SEM ISSO NINGUEM ENTRARIA NUNCA.
      *
      *         OPERACOES: C CONSULTA PELO ID, I INCLUI (ID, NOME
      *         E PERFIL C/A/G), A ALTERA (BRANCO MANTEM O VALOR
      *         ATUAL), E EXCLUI (O PROPRIO ID DA SESSAO NAO PODE
      *         SER EXCLUIDO, PARA NAO TRANCAR O CADASTRO), T
      *         MOSTRA A TRAVA DA JANELA BATCH E AS SESSOES ONLINE
      *         REGISTRADAS EM CADTRV-IDX, OFERECENDO A REMOCAO DE
      *         CADA UMA, F ENCERRA.
      *
      *         A SESSAO DO ADMINISTRADOR FICA REGISTRADA EM
      *         CADTRV-IDX ENQUANTO ABERTA, COMO NO EX09; COM A
      *         TRAVA DA CADEIA NOTURNA EX12 GRAVADA, I/A/E FICAM
      *         BLOQUEADAS E SO C E T ATENDEM - T E O CAMINHO PARA
      *         TIRAR A TRAVA DE UMA CADEIA QUE ABORTOU OU A SESSAO
      *         DE UM PROGRAMA QUE CAIU.
      *
      *         CADA INCLUSAO, ALTERACAO E EXCLUSAO CONFIRMADA E
      *         ACRESCENTADA AO ARQUIVO DE AUDITORIA EX23-LOG, COM O
      *         ADMINISTRADOR, DATA E HORA E O NOME E PERFIL ANTES E
      *         DEPOIS; A ENTRADA NEGADA TAMBEM E REGISTRADA. O LOG
      *         ALIMENTA A REVISAO DE ACESSOS DO EX31.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  15/10/2026 GGC   TRILHA DE AUDITORIA EX23-LOG: INCLUSAO,
      *                   ALTERACAO E EXCLUSAO GRAVAM ADMINISTRADOR,
      *                   DATA, HORA E NOME/PERFIL ANTES E DEPOIS;
      *                   ENTRADA NEGADA TAMBEM E GRAVADA. EXCLUSAO
      *                   PASSA A LER O REGISTRO ANTES DO DELETE
      *                   PARA GUARDAR A IMAGEM ANTERIOR.
      *  15/10/2026 GGC   JANELA BATCH: SESSAO REGISTRADA EM
      *                   CADTRV-IDX; COM A TRAVA DA CADEIA EX12
      *                   GRAVADA SO CONSULTA. NOVAS OPCOES C
      *                   (CONSULTA PELO ID) E T (TRAVA E SESSOES,
      *                   COM REMOCAO AUDITADA EM EX23-LOG).
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPE-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS RANDOM
            RECORD KEY IS ID-OPERADOR-OPE
            FILE STATUS IS WS-STATUS-OPE.
           SELECT EX23-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.
           FD CADOPE-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADOPE-IDX.DAT".
           01 REG-OPE.
           COPY CADOPE REPLACING ==:TAG:== BY ==OPE==.

           FD EX23-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX23-LOG.DAT".
           01 REG-LOG.
           02 LOG-ADMIN         PIC X(08).
           02 LOG-DATA          PIC 9(08).
           02 LOG-HORA          PIC 9(06).
           02 LOG-EVENTO        PIC X(12).
           02 LOG-ID-ALVO       PIC X(08).
           02 LOG-NOME-ANTES    PIC X(20).
           02 LOG-PERFIL-ANTES  PIC X(01).
           02 LOG-NOME-DEPOIS   PIC X(20).
           02 LOG-PERFIL-DEPOIS PIC X(01).

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

       WORKING-STORAGE SECTION.
       77 SW-FIM            PIC X(03) VALUE "NAO".
       77 SW-OPE-ABERTO     PIC X(03) VALUE "NAO".
       77 SW-PRIMEIRA-CARGA PIC X(03) VALUE "NAO".
       77 SW-ADMIN          PIC X(03) VALUE "NAO".
       77 WS-STATUS-OPE     PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-OPCAO          PIC X(01) VALUE SPACES.
       77 WS-ID-ALVO        PIC X(08) VALUE SPACES.
       77 WS-NOME-NOVO      PIC X(20) VALUE SPACES.
       77 WS-PERFIL-NOVO    PIC X(01) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA   PIC 9(06) VALUE ZEROS.
       77 WS-EVENTO-LOG     PIC X(12) VALUE SPACES.
       77 WS-NOME-ANTES     PIC X(20) VALUE SPACES.
       77 WS-PERFIL-ANTES   PIC X(01) VALUE SPACES.
       77 WS-NOME-DEPOIS    PIC X(20) VALUE SPACES.
       77 WS-PERFIL-DEPOIS  PIC X(01) VALUE SPACES.
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-SESSAO-REGISTR PIC X(03) VALUE "NAO".
       77 SW-SO-CONSULTA    PIC X(03) VALUE "NAO".
       77 SW-FIM-TRAVAS     PIC X(03) VALUE "NAO".

       01 WS-CHAVE-SESSAO   PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-EX23.
           PERFORM INICIO.
           IF SW-FIM NOT EQUAL "SIM"
               PERFORM TRATA-OPCAO UNTIL SW-FIM EQUAL "SIM"
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - ABRE (OU CRIA, NA PRIMEIRA CARGA) O CADASTRO DE
      *  OPERADORES E IDENTIFICA QUEM MANTEM. SO ADMINISTRADOR
      *  SEGUE ADIANTE; NA PRIMEIRA CARGA A SESSAO E LIBERADA
      *  PARA GRAVAR O PRIMEIRO ADMINISTRADOR.
      *----------------------------------------------------------
       INICIO.
           OPEN I-O CADOPE-IDX.
           IF WS-STATUS-OPE EQUAL "35"
               OPEN OUTPUT CADOPE-IDX
               CLOSE CADOPE-IDX
               OPEN I-O CADOPE-IDX
               MOVE "SIM" TO SW-PRIMEIRA-CARGA
           END-IF.
           IF WS-STATUS-OPE NOT EQUAL "00"
               DISPLAY "CADOPE-IDX INDISPONIVEL. STATUS: "
                   WS-STATUS-OPE
               MOVE "SIM" TO SW-FIM
           ELSE
               MOVE "SIM" TO SW-OPE-ABERTO
               DISPLAY "MANUTENCAO DE OPERADORES - CADOPE-IDX"
               DISPLAY "OPERADOR: "
               ACCEPT WS-OPERADOR
               PERFORM CONFERE-ADMIN
               IF SW-ADMIN EQUAL "SIM"
                   PERFORM REGISTRA-SESSAO
               END-IF
           END-IF.

       CONFERE-ADMIN.
           IF SW-PRIMEIRA-CARGA EQUAL "SIM"
               DISPLAY "PRIMEIRA CARGA DO CADASTRO DE OPERADORES - "
                       "GRAVE O PRIMEIRO ADMINISTRADOR."
               MOVE "SIM" TO SW-ADMIN
           ELSE
               MOVE WS-OPERADOR TO ID-OPERADOR-OPE
               READ CADOPE-IDX
                   INVALID KEY
                       DISPLAY "OPERADOR NAO CADASTRADO. SESSAO "
                               "ENCERRADA."
                       MOVE "SIM" TO SW-FIM
                       PERFORM AUDITA-NEGADO
                   NOT INVALID KEY
                       IF PERFIL-ADMIN-OPE
                           MOVE "SIM" TO SW-ADMIN
                       ELSE
                           DISPLAY "SOMENTE ADMINISTRADOR MANTEM "
                                   "OPERADORES. SESSAO ENCERRADA."
                           MOVE "SIM" TO SW-FIM
                           PERFORM AUDITA-NEGADO
                       END-IF
               END-READ
           END-IF.

       TRATA-OPCAO.
           DISPLAY " ".
           DISPLAY "OPERACAO (C=CONSULTA I=INCLUI A=ALTERA "
                   "E=EXCLUI T=TRAVAS F=FIM): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTA-OPERADOR
               WHEN "I"
               WHEN "i"
                   IF SW-SO-CONSULTA EQUAL "SIM"
                       PERFORM AVISA-SO-CONSULTA
                   ELSE
                       PERFORM INCLUI-OPERADOR
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF SW-SO-CONSULTA EQUAL "SIM"
                       PERFORM AVISA-SO-CONSULTA
                   ELSE
                       PERFORM ALTERA-OPERADOR
                   END-IF
               WHEN "E"
               WHEN "e"
                   IF SW-SO-CONSULTA EQUAL "SIM"
                       PERFORM AVISA-SO-CONSULTA
                   ELSE
                       PERFORM EXCLUI-OPERADOR
                   END-IF
               WHEN "T"
               WHEN "t"
                   PERFORM TRATA-TRAVAS
               WHEN "F"
               WHEN "f"
                   MOVE "SIM" TO SW-FIM
               WHEN OTHER
                   DISPLAY "OPERACAO INVALIDA."
           END-EVALUATE.

       AVISA-SO-CONSULTA.
           DISPLAY "CADEIA NOTURNA EM EXECUCAO - SESSAO SOMENTE DE "
                   "CONSULTA.".

       CONSULTA-OPERADOR.
           PERFORM PEDE-ID.
           IF WS-ID-ALVO NOT EQUAL SPACES
               MOVE WS-ID-ALVO TO ID-OPERADOR-OPE
               READ CADOPE-IDX
                   INVALID KEY
                       DISPLAY "ID NAO CADASTRADO."
                   NOT INVALID KEY
                       DISPLAY "NOME..: " NOME-OPERADOR-OPE
                       DISPLAY "PERFIL: " PERFIL-OPE
               END-READ
           END-IF.

       INCLUI-OPERADOR.
           PERFORM PEDE-ID.
           IF WS-ID-ALVO NOT EQUAL SPACES
               DISPLAY "NOME: "
               ACCEPT WS-NOME-NOVO
               DISPLAY "PERFIL (C/A/G): "
               ACCEPT WS-PERFIL-NOVO
               MOVE WS-ID-ALVO TO ID-OPERADOR-OPE
               MOVE WS-NOME-NOVO TO NOME-OPERADOR-OPE
               MOVE WS-PERFIL-NOVO TO PERFIL-OPE
               IF NOT PERFIL-VALIDO-OPE
                   DISPLAY "PERFIL INVALIDO - NADA GRAVADO."
               ELSE
                   WRITE REG-OPE
                       INVALID KEY
                           DISPLAY "ID JA CADASTRADO."
                       NOT INVALID KEY
                           DISPLAY "OPERADOR INCLUIDO."
                           PERFORM AUDITA-INCLUSAO
                   END-WRITE
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  ALTERA-OPERADOR - LE PELO ID E REGRAVA NOME E/OU PERFIL.
      *  CAMPO EM BRANCO MANTEM O CONTEUDO ATUAL, COMO NO EX09.
      *----------------------------------------------------------
       ALTERA-OPERADOR.
           PERFORM PEDE-ID.
           IF WS-ID-ALVO NOT EQUAL SPACES
               MOVE WS-ID-ALVO TO ID-OPERADOR-OPE
               READ CADOPE-IDX
                   INVALID KEY
                       DISPLAY "ID NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM REGRAVA-OPERADOR
               END-READ
           END-IF.

       REGRAVA-OPERADOR.
           MOVE NOME-OPERADOR-OPE TO WS-NOME-ANTES.
           MOVE PERFIL-OPE TO WS-PERFIL-ANTES.
           DISPLAY "NOME ATUAL..: " NOME-OPERADOR-OPE.
           DISPLAY "PERFIL ATUAL: " PERFIL-OPE.
           DISPLAY "NOVO NOME (BRANCO MANTEM): ".
           MOVE SPACES TO WS-NOME-NOVO.
           ACCEPT WS-NOME-NOVO.
           DISPLAY "NOVO PERFIL C/A/G (BRANCO MANTEM): ".
           MOVE SPACES TO WS-PERFIL-NOVO.
           ACCEPT WS-PERFIL-NOVO.
           IF WS-NOME-NOVO NOT EQUAL SPACES
               MOVE WS-NOME-NOVO TO NOME-OPERADOR-OPE
           END-IF.
           IF WS-PERFIL-NOVO NOT EQUAL SPACES
               MOVE WS-PERFIL-NOVO TO PERFIL-OPE
           END-IF.
           IF NOT PERFIL-VALIDO-OPE
               DISPLAY "PERFIL INVALIDO - NADA GRAVADO."
           ELSE
               REWRITE REG-OPE
                   INVALID KEY
                       DISPLAY "FALHA NA REGRAVACAO."
                   NOT INVALID KEY
                       DISPLAY "OPERADOR ALTERADO."
                       PERFORM AUDITA-ALTERACAO
               END-REWRITE
           END-IF.

      *----------------------------------------------------------
      *  EXCLUI-OPERADOR - REMOVE O OPERADOR PELO ID. O PROPRIO
      *  ID DA SESSAO NAO PODE SAIR, PARA O CADASTRO NUNCA FICAR
      *  SEM QUEM O MANTENHA. O REGISTRO E LIDO ANTES DO DELETE
      *  PARA A AUDITORIA GUARDAR O NOME E O PERFIL QUE SAIRAM.
      *----------------------------------------------------------
       EXCLUI-OPERADOR.
           PERFORM PEDE-ID.
           IF WS-ID-ALVO NOT EQUAL SPACES
               IF WS-ID-ALVO EQUAL WS-OPERADOR
                   DISPLAY "O PROPRIO OPERADOR DA SESSAO NAO PODE "
                           "SER EXCLUIDO."
               ELSE
                   MOVE WS-ID-ALVO TO ID-OPERADOR-OPE
                   READ CADOPE-IDX
                       INVALID KEY
                           DISPLAY "ID NAO CADASTRADO."
                       NOT INVALID KEY
                           PERFORM REMOVE-OPERADOR
                   END-READ
               END-IF
           END-IF.

       REMOVE-OPERADOR.
           MOVE NOME-OPERADOR-OPE TO WS-NOME-ANTES.
           MOVE PERFIL-OPE TO WS-PERFIL-ANTES.
           DELETE CADOPE-IDX RECORD
               INVALID KEY
                   DISPLAY "FALHA NA EXCLUSAO."
               NOT INVALID KEY
                   DISPLAY "OPERADOR EXCLUIDO."
                   MOVE "EXCLUSAO" TO WS-EVENTO-LOG
                   MOVE SPACES TO WS-NOME-DEPOIS
                   MOVE SPACES TO WS-PERFIL-DEPOIS
                   PERFORM GRAVA-LOG
           END-DELETE.

       PEDE-ID.
           DISPLAY "ID DO OPERADOR (BRANCO CANCELA): ".
           MOVE SPACES TO WS-ID-ALVO.
           ACCEPT WS-ID-ALVO.

      *----------------------------------------------------------
      *  REGISTRA-SESSAO - GRAVA A SESSAO EM CADTRV-IDX E SO
      *  DEPOIS OLHA A TRAVA DA CADEIA, COMO NO EX09 (O EX12 FAZ O
      *  INVERSO, E UM DOS DOIS SEMPRE ENXERGA O OUTRO). COM A
      *  CADEIA RODANDO, OU O CONTROLE INDISPONIVEL, A SESSAO FICA
      *  EM SOMENTE CONSULTA.
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
               MOVE "SIM" TO SW-SO-CONSULTA
           ELSE
               PERFORM GRAVA-SESSAO
               PERFORM CONFERE-TRAVA-CADEIA
               CLOSE CADTRV-IDX
           END-IF.

       GRAVA-SESSAO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           MOVE "S" TO TIPO-TRV-TRV.
           MOVE "EX23" TO PROGRAMA-TRV-TRV.
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
                   MOVE "SIM" TO SW-SO-CONSULTA
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
                       DISPLAY "SESSAO SOMENTE DE CONSULTA (C E T)."
                       MOVE "SIM" TO SW-SO-CONSULTA
                       PERFORM APAGA-SESSAO
               END-READ
           END-IF.

       APAGA-SESSAO.
           MOVE WS-CHAVE-SESSAO TO CHAVE-TRV-TRV.
           DELETE CADTRV-IDX RECORD
               NOT INVALID KEY
                   MOVE "NAO" TO SW-SESSAO-REGISTR
           END-DELETE.

       ENCERRA-SESSAO.
           OPEN I-O CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "00"
               PERFORM APAGA-SESSAO
               CLOSE CADTRV-IDX
           END-IF.

      *----------------------------------------------------------
      *  TRATA-TRAVAS - PERCORRE CADTRV-IDX MOSTRANDO A TRAVA DA
      *  CADEIA E AS SESSOES ONLINE REGISTRADAS (MENOS A DESTA
      *  SESSAO) E OFERECE A REMOCAO DE CADA UMA. E O CAMINHO PARA
      *  LIBERAR A TRAVA DE UMA CADEIA QUE ABORTOU OU A SESSAO DE
      *  UM PROGRAMA QUE CAIU - SO DEPOIS DE CONFIRMAR QUE NAO HA
      *  NADA RODANDO. CADA REMOCAO VAI PARA EX23-LOG.
      *----------------------------------------------------------
       TRATA-TRAVAS.
           OPEN I-O CADTRV-IDX.
           IF WS-STATUS-TRV NOT EQUAL "00"
               DISPLAY "CADTRV-IDX INDISPONIVEL OU AINDA NAO CRIADO."
           ELSE
               MOVE "NAO" TO SW-FIM-TRAVAS
               MOVE LOW-VALUES TO CHAVE-TRV-TRV
               START CADTRV-IDX KEY IS NOT LESS THAN CHAVE-TRV-TRV
                   INVALID KEY
                       DISPLAY "NENHUMA TRAVA OU SESSAO REGISTRADA."
                       MOVE "SIM" TO SW-FIM-TRAVAS
               END-START
               PERFORM OFERECE-TRAVA UNTIL SW-FIM-TRAVAS EQUAL "SIM"
               CLOSE CADTRV-IDX
           END-IF.

       OFERECE-TRAVA.
           READ CADTRV-IDX NEXT RECORD
               AT END
                   DISPLAY "FIM DAS TRAVAS E SESSOES."
                   MOVE "SIM" TO SW-FIM-TRAVAS
           END-READ.
           IF SW-FIM-TRAVAS NOT EQUAL "SIM" AND
              CHAVE-TRV-TRV NOT EQUAL WS-CHAVE-SESSAO
               IF TRAVA-CADEIA-TRV
                   DISPLAY "TRAVA DA CADEIA EX12 GRAVADA EM "
                           DATA-TRV-TRV " " HORA-TRV-TRV
                           " - PROCESSAMENTO " DATA-PROC-TRV-TRV
                   MOVE "EX12" TO WS-ID-ALVO
               ELSE
                   DISPLAY "SESSAO " PROGRAMA-TRV-TRV " OPERADOR "
                           OPERADOR-TRV-TRV " DESDE " DATA-TRV-TRV
                           " " HORA-TRV-TRV
                   MOVE OPERADOR-TRV-TRV TO WS-ID-ALVO
               END-IF
               DISPLAY "REMOVER (S), PROXIMO (ENTER), SAIR (N)? "
               MOVE SPACES TO WS-OPCAO
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN "S"
                   WHEN "s"
                       PERFORM REMOVE-TRAVA
                   WHEN "N"
                   WHEN "n"
                       MOVE "SIM" TO SW-FIM-TRAVAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REMOVE-TRAVA.
           MOVE PROGRAMA-TRV-TRV TO WS-NOME-ANTES.
           DELETE CADTRV-IDX RECORD
               INVALID KEY
                   DISPLAY "FALHA NA REMOCAO."
               NOT INVALID KEY
                   DISPLAY "REMOVIDO."
                   MOVE "REMOVE TRAVA" TO WS-EVENTO-LOG
                   MOVE SPACES TO WS-PERFIL-ANTES
                   MOVE SPACES TO WS-NOME-DEPOIS
                   MOVE SPACES TO WS-PERFIL-DEPOIS
                   PERFORM GRAVA-LOG
           END-DELETE.

      *----------------------------------------------------------
      *  AUDITA-INCLUSAO / AUDITA-ALTERACAO / AUDITA-NEGADO -
      *  MONTAM AS IMAGENS ANTES E DEPOIS DE CADA EVENTO PARA O
      *  GRAVA-LOG. ALTERACAO QUE NAO MUDOU NOME NEM PERFIL NAO
      *  VAI PARA O LOG; A ENTRADA NEGADA SEGUE SEM ID ALVO NEM
      *  IMAGENS, COMO NO EX09-AUD.
      *----------------------------------------------------------
       AUDITA-INCLUSAO.
           MOVE "INCLUSAO" TO WS-EVENTO-LOG.
           MOVE SPACES TO WS-NOME-ANTES.
           MOVE SPACES TO WS-PERFIL-ANTES.
           MOVE NOME-OPERADOR-OPE TO WS-NOME-DEPOIS.
           MOVE PERFIL-OPE TO WS-PERFIL-DEPOIS.
           PERFORM GRAVA-LOG.

       AUDITA-ALTERACAO.
           IF NOME-OPERADOR-OPE NOT EQUAL WS-NOME-ANTES
              OR PERFIL-OPE NOT EQUAL WS-PERFIL-ANTES
               MOVE "ALTERACAO" TO WS-EVENTO-LOG
               MOVE NOME-OPERADOR-OPE TO WS-NOME-DEPOIS
               MOVE PERFIL-OPE TO WS-PERFIL-DEPOIS
               PERFORM GRAVA-LOG
           END-IF.

       AUDITA-NEGADO.
           MOVE "NEGADO" TO WS-EVENTO-LOG.
           MOVE SPACES TO WS-ID-ALVO.
           MOVE SPACES TO WS-NOME-ANTES.
           MOVE SPACES TO WS-PERFIL-ANTES.
           MOVE SPACES TO WS-NOME-DEPOIS.
           MOVE SPACES TO WS-PERFIL-DEPOIS.
           PERFORM GRAVA-LOG.

      *----------------------------------------------------------
      *  GRAVA-LOG - ACRESCENTA EM EX23-LOG O ADMINISTRADOR DA
      *  SESSAO, DATA E HORA, O EVENTO, O ID TOCADO E AS IMAGENS
      *  ANTES E DEPOIS. FALHA NO LOG SO AVISA - A OPERACAO NO
      *  CADASTRO JA FOI FEITA.
      *----------------------------------------------------------
       GRAVA-LOG.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           OPEN EXTEND EX23-LOG.
           IF WS-STATUS-LOG EQUAL "35"
               OPEN OUTPUT EX23-LOG
           END-IF.
           MOVE WS-OPERADOR TO LOG-ADMIN.
           MOVE WS-DATA-SISTEMA TO LOG-DATA.
           MOVE WS-HORA-SISTEMA TO LOG-HORA.
           MOVE WS-EVENTO-LOG TO LOG-EVENTO.
           MOVE WS-ID-ALVO TO LOG-ID-ALVO.
           MOVE WS-NOME-ANTES TO LOG-NOME-ANTES.
           MOVE WS-PERFIL-ANTES TO LOG-PERFIL-ANTES.
           MOVE WS-NOME-DEPOIS TO LOG-NOME-DEPOIS.
           MOVE WS-PERFIL-DEPOIS TO LOG-PERFIL-DEPOIS.
           WRITE REG-LOG.
           IF WS-STATUS-LOG NOT EQUAL "00"
               DISPLAY "AVISO: FALHA NA GRAVACAO DA AUDITORIA. "
                       "STATUS: " WS-STATUS-LOG
           END-IF.
           CLOSE EX23-LOG.

       TERMINO.
           IF SW-SESSAO-REGISTR EQUAL "SIM"
               PERFORM ENCERRA-SESSAO
           END-IF.
           IF SW-OPE-ABERTO EQUAL "SIM"
               CLOSE CADOPE-IDX
           END-IF.
           DISPLAY "SESSAO ENCERRADA.".

       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX09.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  CONSULTA E ATUALIZACAO INTERATIVA (ACCEPT/DISPLAY)
      *         DO CADASTRO INDEXADO CADATU-IDX, PELA CHAVE NUM-IDX.
      *
      *         O OPERADOR SE IDENTIFICA NA ABERTURA E E CONFERIDO
      *         NO CADASTRO DE SEGURANCA CADOPE-IDX (COPY CADOPE,
      *         MANTIDO PELO EX23): OPERADOR NAO CADASTRADO TEM A
      *         ENTRADA NEGADA (E AUDITADA); PERFIL C SO CONSULTA;
      *         PERFIS A E G PODEM ALTERAR. COM O CADASTRO DE
      *         SEGURANCA INDISPONIVEL A SESSAO CAI PARA SOMENTE
      *         CONSULTA. PARA CADA NUMERO INFORMADO, EXIBE NOME E
      *         DATA DE NASCIMENTO; O OPERADOR AUTORIZADO PODE ENTAO
      *         CORRIGIR O NOME E/OU A DATA, QUE E REGRAVADA NO
      *         PROPRIO CADATU-IDX.
      *
      *         CADA ALTERACAO CONFIRMADA E ACRESCENTADA AO ARQUIVO
      *         DE AUDITORIA EX09-AUD, COM OPERADOR, DATA E HORA DA
      *         ALTERACAO E AS IMAGENS ANTES E DEPOIS DO REGISTRO.
      *         A SESSAO E CONDUZIDA POR OPCOES DE LETRA, COMO NO
      *         EX23: C CONSULTA POR NUMERO, N ABRE A BUSCA POR
      *         NOME PELA CHAVE ALTERNATIVA NOME-IDX (COM
      *         DUPLICATAS), NAVEGANDO A PARTIR DO TRECHO
      *         DIGITADO, E F ENCERRA - NENHUM NUMERO DO CADASTRO
      *         FICA RESERVADO PARA COMANDO.
      *
      *         SESSAO QUE PODE ALTERAR FICA REGISTRADA EM CADTRV-IDX
      *         (COPY CADTRV) ENQUANTO ABERTA, PARA A CADEIA NOTURNA
      *         EX12 NAO INICIAR POR CIMA DELA. COM A TRAVA DA CADEIA
      *         GRAVADA, A SESSAO CAI PARA SOMENTE CONSULTA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  22/08/2026 GGC   HORA DA AUDITORIA PASSA A DESCARTAR OS
      *                   CENTESIMOS (ACCEPT FROM TIME DEVOLVE
      *                   HHMMSSCC), QUE ANTES DERRUBAVAM A HORA.
      *  02/09/2026 GGC   LAYOUT DE PESSOA GANHA SITUACAO (COPY
      *                   CADSIT); A CONSULTA PASSA A EXIBIR A
      *                   SITUACAO E A DATA DE INATIVACAO DE QUEM
      *                   SAIU.
      *  02/09/2026 GGC   A LISTA DE AUTORIZADOS COMPILADA (88 COM
      *                   VALUE) DA LUGAR AO CADASTRO DE SEGURANCA
      *                   CADOPE-IDX, LIDO NO SIGN-ON: REVOGAR UM
      *                   OPERADOR DEIXA DE EXIGIR RECOMPILACAO.
      *                   ENTRADA NEGADA E ACRESCENTADA A EX09-AUD,
      *                   QUE GANHA O CAMPO DE EVENTO (ALTERACAO/
      *                   NEGADO) AO LADO DAS IMAGENS ANTES/DEPOIS.
      *  02/09/2026 GGC   BUSCA POR NOME: O INDICE GANHOU CHAVE
      *                   ALTERNATIVA NOME-IDX (COM DUPLICATAS) E
      *                   A SESSAO PASSA A SER CONDUZIDA POR
      *                   OPCOES DE LETRA (C NUMERO, N NOME, F
      *                   FIM), NAVEGANDO PELOS NOMES A PARTIR DE
      *                   UM TRECHO DIGITADO E ESCOLHENDO O
      *                   REGISTRO; ACESSO AO INDICE PASSA A
      *                   DYNAMIC. OPCAO DE LETRA EM VEZ DE NUMERO
      *                   RESERVADO: 00000 E 99999 SEGUEM
      *                   CONSULTAVEIS.
      *  15/10/2026 GGC   JANELA BATCH: SESSAO COM PERFIL A/G E
      *                   REGISTRADA EM CADTRV-IDX ATE O TERMINO; COM
      *                   A TRAVA DA CADEIA EX12 GRAVADA (OU O
      *                   CONTROLE INDISPONIVEL) A SESSAO CAI PARA
      *                   SOMENTE CONSULTA.
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
           SELECT EX09-AUD ASSIGN TO DISK ORGANIZATION
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

           FD EX09-AUD LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX09-AUD.DAT".
           01 REG-AUD.
           02 AUD-OPERADOR    PIC X(08).
           02 AUD-DATA        PIC 9(08).
           02 AUD-HORA        PIC 9(06).
           02 AUD-NUM         PIC 9(05).
           02 AUD-NOME-ANTES  PIC X(20).
           02 AUD-DTN-ANTES   PIC 9(08).
           02 AUD-NOME-DEPOIS PIC X(20).
           02 AUD-DTN-DEPOIS  PIC 9(08).
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
       77 SW-ALTEROU        PIC X(03) VALUE "NAO".
       77 SW-IDX-ABERTO     PIC X(03) VALUE "NAO".
       77 WS-STATUS-IDX     PIC X(02) VALUE SPACES.
       77 WS-STATUS-AUD     PIC X(02) VALUE SPACES.
       77 WS-STATUS-OPE     PIC X(02) VALUE SPACES.
       77 SW-PODE-ALTERAR   PIC X(03) VALUE "NAO".
       77 WS-NUM-CONSULTA   PIC 9(05) VALUE ZEROS.
       77 WS-OPCAO          PIC X(01) VALUE SPACES.
       77 SW-FIM-BUSCA      PIC X(03) VALUE "NAO".
       77 WS-NOME-BUSCA     PIC X(20) VALUE SPACES.
       77 WS-NOME-NOVO      PIC X(20) VALUE SPACES.
       77 WS-NOME-ANTES     PIC X(20) VALUE SPACES.
       77 WS-DTN-ANTES      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-SISTEMA   PIC 9(06) VALUE ZEROS.
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-SESSAO-REGISTR PIC X(03) VALUE "NAO".

       01 WS-OPERADOR       PIC X(08) VALUE SPACES.

       01 WS-CHAVE-SESSAO   PIC X(19) VALUE SPACES.

       01 WS-DTN-NOVA.
           02 DIA-DTN-NOVA    PIC 9(02).
           02 MES-DTN-NOVA    PIC 9(02).
           02 ANO-DTN-NOVA    PIC 9(04).
       01 WS-DTN-NOVA-X REDEFINES WS-DTN-NOVA
                            PIC X(08).

       PROCEDURE DIVISION.
       PGM-EX09.
           PERFORM INICIO.
           IF SW-FIM NOT EQUAL "SIM"
               PERFORM CONSULTA UNTIL SW-FIM EQUAL "SIM"
           END-IF.
           PERFORM TERMINO.
           STOP RUN.

      *----------------------------------------------------------
      *  INICIO - ABRE O CADASTRO, IDENTIFICA O OPERADOR E CONFERE
      *  O PERFIL NO CADASTRO DE SEGURANCA CADOPE-IDX.
      *----------------------------------------------------------
       INICIO.
           OPEN I-O CADATU-IDX.
           IF WS-STATUS-IDX NOT EQUAL "00"
               DISPLAY "CADATU-IDX INDISPONIVEL. STATUS: "
                   WS-STATUS-IDX
               MOVE "SIM" TO SW-FIM
           ELSE
               MOVE "SIM" TO SW-IDX-ABERTO
               DISPLAY "CONSULTA AO CADASTRO CADATU-IDX"
               DISPLAY "OPERADOR: "
               ACCEPT WS-OPERADOR
               PERFORM CONFERE-OPERADOR
               IF SW-PODE-ALTERAR EQUAL "SIM"
                   PERFORM REGISTRA-SESSAO
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  REGISTRA-SESSAO - GRAVA A SESSAO DE ATUALIZACAO EM
      *  CADTRV-IDX E SO DEPOIS OLHA A TRAVA DA CADEIA NOTURNA: O
      *  EX12 FAZ O INVERSO (GRAVA A TRAVA E DEPOIS OLHA AS
      *  SESSOES), E ASSIM UM DOS DOIS SEMPRE ENXERGA O OUTRO. COM
      *  A CADEIA RODANDO, OU O CONTROLE INDISPONIVEL, A SESSAO
      *  CAI PARA SOMENTE CONSULTA.
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
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           MOVE "S" TO TIPO-TRV-TRV.
           MOVE "EX09" TO PROGRAMA-TRV-TRV.
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
      *  SE O PROGRAMA CAIR ANTES DISSO, O REGISTRO FICA PARA
      *  TRAS: O EX12 O REMOVE NO DIA SEGUINTE E O EX23 (OPCAO T)
      *  PODE REMOVE-LO NO MESMO DIA.
      *----------------------------------------------------------
       ENCERRA-SESSAO.
           OPEN I-O CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "00"
               PERFORM APAGA-SESSAO
               CLOSE CADTRV-IDX
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-OPERADOR - BUSCA O OPERADOR EM CADOPE-IDX.
      *  AUSENTE DO CADASTRO, A ENTRADA E NEGADA E AUDITADA EM
      *  EX09-AUD; PERFIL C FICA EM SOMENTE CONSULTA; A E G PODEM
      *  ALTERAR. COM O CADASTRO DE SEGURANCA INDISPONIVEL A
      *  SESSAO CAI PARA SOMENTE CONSULTA - NA DUVIDA, NINGUEM
      *  ALTERA.
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
      *  EX23: C CONSULTA POR NUMERO, N BUSCA POR NOME PELA CHAVE
      *  ALTERNATIVA NOME-IDX, F ENCERRA. NENHUM VALOR DE NUMERO
      *  FICA RESERVADO PARA COMANDO - 00000 E 99999 SAO NUMEROS
      *  CONSULTAVEIS COMO QUAISQUER OUTROS.
      *----------------------------------------------------------
       CONSULTA.
           DISPLAY " ".
           DISPLAY "OPCAO (C=NUMERO N=BUSCA NOME F=FIM): ".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTA-NUMERO
               WHEN "N"
               WHEN "n"
                   PERFORM BUSCA-POR-NOME
               WHEN "F"
               WHEN "f"
                   MOVE "SIM" TO SW-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       CONSULTA-NUMERO.
           DISPLAY "NUMERO: ".
           ACCEPT WS-NUM-CONSULTA.
           MOVE WS-NUM-CONSULTA TO NUM-IDX.
           READ CADATU-IDX
               INVALID KEY
                   DISPLAY "NUMERO NAO ENCONTRADO NO CADASTRO."
               NOT INVALID KEY
                   PERFORM EXIBE-REGISTRO
                   IF SW-PODE-ALTERAR EQUAL "SIM"
                       PERFORM OFERECE-ALTERACAO
                   END-IF
           END-READ.

      *----------------------------------------------------------
      *  BUSCA-POR-NOME - POSICIONA A CHAVE ALTERNATIVA NOME-IDX
      *  NO TRECHO DIGITADO E NAVEGA PARA A FRENTE: CADA NOME SAI
      *  COM NUMERO E NASCIMENTO, E O OPERADOR ESCOLHE O REGISTRO
      *  (E), AVANCA (S) OU CANCELA (N). NOMES DUPLICADOS (QUE O
      *  EX14 PROVA EXISTIREM) APARECEM UM A UM.
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
                   PERFORM EXIBE-REGISTRO
                   IF SW-PODE-ALTERAR EQUAL "SIM"
                       PERFORM OFERECE-ALTERACAO
                   END-IF
               WHEN "N"
               WHEN "n"
                   MOVE "SIM" TO SW-FIM-BUSCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EXIBE-REGISTRO.
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

      *----------------------------------------------------------
      *  OFERECE-ALTERACAO - GUARDA A IMAGEM ANTERIOR, COLHE AS
      *  CORRECOES DE NOME E DATA (BRANCO/ZEROS MANTEM O VALOR
      *  ATUAL) E, SE ALGO MUDOU, REGRAVA E AUDITA.
      *----------------------------------------------------------
       OFERECE-ALTERACAO.
           DISPLAY "ALTERAR ESTE REGISTRO (S/N)? ".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO EQUAL "S" OR WS-OPCAO EQUAL "s"
               MOVE NOME-IDX TO WS-NOME-ANTES
               MOVE DATA-NASCIMENTO-IDX TO WS-DTN-ANTES
               MOVE "NAO" TO SW-ALTEROU
               PERFORM COLHE-NOME
               PERFORM COLHE-DATA
               IF SW-ALTEROU EQUAL "SIM"
                   PERFORM REGRAVA-E-AUDITA
               ELSE
                   DISPLAY "NADA ALTERADO."
               END-IF
           END-IF.

       COLHE-NOME.
           DISPLAY "NOVO NOME (BRANCO MANTEM): ".
           MOVE SPACES TO WS-NOME-NOVO.
           ACCEPT WS-NOME-NOVO.
           IF WS-NOME-NOVO NOT EQUAL SPACES
               MOVE WS-NOME-NOVO TO NOME-IDX
               MOVE "SIM" TO SW-ALTEROU
           END-IF.

       COLHE-DATA.
           DISPLAY "NOVA DATA DDMMAAAA (ZEROS MANTEM): ".
           MOVE ZEROS TO WS-DTN-NOVA.
           ACCEPT WS-DTN-NOVA-X.
           IF WS-DTN-NOVA-X EQUAL SPACES
               MOVE ZEROS TO WS-DTN-NOVA
           END-IF.
           IF WS-DTN-NOVA NOT EQUAL ZEROS
               IF WS-DTN-NOVA-X IS NUMERIC AND
                  DIA-DTN-NOVA GREATER THAN 0 AND
                  DIA-DTN-NOVA LESS THAN 32 AND
                  MES-DTN-NOVA GREATER THAN 0 AND
                  MES-DTN-NOVA LESS THAN 13
                   MOVE DIA-DTN-NOVA TO DIA-NASCIMENTO-IDX
                   MOVE MES-DTN-NOVA TO MES-NASCIMENTO-IDX
                   MOVE ANO-DTN-NOVA TO ANO-NASCIMENTO-IDX
                   MOVE "SIM" TO SW-ALTEROU
               ELSE
                   DISPLAY "DATA INVALIDA - MANTIDO O VALOR ATUAL."
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  REGRAVA-E-AUDITA - REGRAVA O REGISTRO CORRIGIDO E
      *  ACRESCENTA EM EX09-AUD O OPERADOR, A DATA E HORA E AS
      *  IMAGENS ANTES E DEPOIS. A AUDITORIA SO E GRAVADA QUANDO A
      *  REGRAVACAO FOI CONFIRMADA PELO FILE STATUS.
      *----------------------------------------------------------
       REGRAVA-E-AUDITA.
           REWRITE REG-SAI-IDX
               INVALID KEY
                   DISPLAY "FALHA NA REGRAVACAO. STATUS: "
                       WS-STATUS-IDX
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY "REGISTRO ALTERADO."
           END-REWRITE.

       GRAVA-AUDITORIA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           OPEN EXTEND EX09-AUD.
           IF WS-STATUS-AUD EQUAL "35"
               OPEN OUTPUT EX09-AUD
           END-IF.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-DATA-SISTEMA TO AUD-DATA.
           MOVE WS-HORA-SISTEMA TO AUD-HORA.
           MOVE NUM-IDX TO AUD-NUM.
           MOVE WS-NOME-ANTES TO AUD-NOME-ANTES.
           MOVE WS-DTN-ANTES TO AUD-DTN-ANTES.
           MOVE NOME-IDX TO AUD-NOME-DEPOIS.
           MOVE DATA-NASCIMENTO-IDX TO AUD-DTN-DEPOIS.
           MOVE "ALTERACAO" TO AUD-EVENTO.
           WRITE REG-AUD.
           IF WS-STATUS-AUD NOT EQUAL "00"
               DISPLAY "AVISO: FALHA NA GRAVACAO DA AUDITORIA. "
                       "STATUS: " WS-STATUS-AUD
           END-IF.
           CLOSE EX09-AUD.

      *----------------------------------------------------------
      *  AUDITA-NEGADO - ACRESCENTA EM EX09-AUD A ENTRADA NEGADA,
      *  COM OPERADOR, DATA E HORA; AS IMAGENS FICAM VAZIAS POIS
      *  NENHUM REGISTRO FOI TOCADO. E A TRILHA QUE FALTAVA PARA
      *  ENXERGAR TENTATIVAS DE QUEM JA SAIU.
      *----------------------------------------------------------
       AUDITA-NEGADO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-SISTEMA.
           OPEN EXTEND EX09-AUD.
           IF WS-STATUS-AUD EQUAL "35"
               OPEN OUTPUT EX09-AUD
           END-IF.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-DATA-SISTEMA TO AUD-DATA.
           MOVE WS-HORA-SISTEMA TO AUD-HORA.
           MOVE ZEROS TO AUD-NUM.
           MOVE SPACES TO AUD-NOME-ANTES.
           MOVE ZEROS TO AUD-DTN-ANTES.
           MOVE SPACES TO AUD-NOME-DEPOIS.
           MOVE ZEROS TO AUD-DTN-DEPOIS.
           MOVE "NEGADO" TO AUD-EVENTO.
           WRITE REG-AUD.
           IF WS-STATUS-AUD NOT EQUAL "00"
               DISPLAY "AVISO: FALHA NA GRAVACAO DA AUDITORIA. "
                       "STATUS: " WS-STATUS-AUD
           END-IF.
           CLOSE EX09-AUD.

       TERMINO.
           IF SW-SESSAO-REGISTR EQUAL "SIM"
               PERFORM ENCERRA-SESSAO
           END-IF.
           IF SW-IDX-ABERTO EQUAL "SIM"
               CLOSE CADATU-IDX
           END-IF.
           DISPLAY "SESSAO ENCERRADA.".

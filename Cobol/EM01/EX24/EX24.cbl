       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX24.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   02/09/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  RESUMO MATINAL DA RODADA NOTURNA, EM UMA PAGINA.
      *         CONSOLIDA, PARA A DATA DE PROCESSAMENTO DO CARTAO
      *         DATAPROC, O QUE HOJE O OPERADOR ABRE EM CINCO
      *         ARQUIVOS:
      *
      *           - EX12-CTL: RESULTADO DE CADA PASSO DA CADEIA;
      *           - CADATU-LOG: TOTAIS DA ULTIMA CARGA DO EX02
      *             (LIDOS/GRAVADOS/REJEITADOS/PULADOS);
      *           - EX11-REL: CADA VERIFICACAO COM OK/DIVERGENTE;
      *           - CADALU-PEN: REJEITADOS AINDA SEM CORRECAO;
      *           - EX05-REL E EX14-REL: DUPLICADOS APONTADOS;
      *           - CADTRV-IDX: TRAVA DA CADEIA E SESSOES ONLINE
      *             AINDA REGISTRADAS.
      *
      *         EMITE EX24-REL COM O VEREDICTO GERAL NA PRIMEIRA
      *         LINHA:
      *           LIMPA    - TODOS OS PASSOS OK E EX11 SEM
      *                      DIVERGENCIA;
      *           ATENCAO  - RODADA OK MAS HA PENDENTES, DUPLICADOS
      *                      OU FONTE DE CONFERENCIA AUSENTE;
      *           COM ERRO - PASSO COM ERRO, EX11 DIVERGENTE OU
      *                      TRAVA DA CADEIA NAO LIBERADA.
      *
      *         SESSAO ONLINE DE DATA ANTERIOR A DE HOJE SAI COMO
      *         ABANDONADA E DA ATENCAO, ASSIM COMO O AVISO DO EX12
      *         DE TRAVA ASSUMIDA OU SESSAO REMOVIDA NA RODADA.
      *
      *         RODA COMO ULTIMA ACAO DO ORQUESTRADOR EX12, DEPOIS
      *         DO FECHAMENTO DE EX12-CTL, PARA ENXERGAR A RODADA
      *         INTEIRA.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  02/09/2026 GGC   VERSAO ORIGINAL.
      *  15/10/2026 GGC   SECAO DE TRAVAS E SESSOES (CADTRV-IDX): TRAVA
      *                   DA CADEIA QUE FICOU GRAVADA E ERRO; SESSAO
      *                   ABANDONADA E AVISO DE TRAVA DO EX12 DAO
      *                   ATENCAO.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX12-CTL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CTL.
           SELECT CADATU-LOG ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-LOG.
           SELECT EX11-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-V11.
           SELECT CADALU-PEN ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-PEN.
           SELECT EX05-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-R05.
           SELECT EX14-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-R14.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.
           SELECT EX24-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD EX12-CTL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX12-CTL.DAT".
           01 REG-CTL.
           02 CTL-PROGRAMA    PIC X(08).
           02 FILLER          PIC X(07).
           02 CTL-DATA-X      PIC X(08).
           02 FILLER          PIC X(09).
           02 CTL-HORA-INI    PIC X(06).
           02 FILLER          PIC X(06).
           02 CTL-HORA-FIM    PIC X(06).
           02 FILLER          PIC X(02).
           02 CTL-RESULTADO   PIC X(06).
           02 FILLER          PIC X(02).
           02 CTL-MENSAGEM    PIC X(40).

           FD CADATU-LOG LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADATU-LOG.DAT".
           01 REG-LOG.
           02 LOG-PROGRAMA    PIC X(04).
           02 FILLER          PIC X(16).
           02 LOG-LIDOS-X     PIC X(07).
           02 FILLER          PIC X(12).
           02 LOG-GRAVADOS-X  PIC X(07).
           02 FILLER          PIC X(14).
           02 LOG-REJEITADOS-X PIC X(07).
           02 FILLER          PIC X(11).
           02 LOG-PULADOS-X   PIC X(07).
           02 FILLER          PIC X(08).
           02 LOG-DATA-X      PIC X(08).
           02 FILLER          PIC X(32).

           FD EX11-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX11-REL.DAT".
           01 REG-V11              PIC X(80).

           FD CADALU-PEN LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU-PEN.DAT".
           01 REG-PEN              PIC X(38).

           FD EX05-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX05-REL.DAT".
           01 REG-R05              PIC X(96).

           FD EX14-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX14-REL.DAT".
           01 REG-R14              PIC X(96).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

           FD EX24-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX24-REL.DAT".
           01 REG-REL              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-CTL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-LOG     PIC X(02) VALUE SPACES.
       77 WS-STATUS-V11     PIC X(02) VALUE SPACES.
       77 WS-STATUS-PEN     PIC X(02) VALUE SPACES.
       77 WS-STATUS-R05     PIC X(02) VALUE SPACES.
       77 WS-STATUS-R14     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-TEM-ERRO       PIC X(03) VALUE "NAO".
       77 SW-TEM-ATENCAO    PIC X(03) VALUE "NAO".
       77 SW-LOG-ACHADO     PIC X(03) VALUE "NAO".
       77 SW-EX11-ACHADO    PIC X(03) VALUE "NAO".
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ALVO      PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-IND            PIC 9(02) VALUE ZEROS.
       77 QTDE-PASSOS       PIC 9(02) VALUE ZEROS.
       77 QTDE-VERIFS       PIC 9(02) VALUE ZEROS.
       77 QTDE-PENDENTES    PIC 9(07) VALUE ZEROS.
       77 QTDE-DUP-NUM      PIC 9(07) VALUE ZEROS.
       77 QTDE-DUP-PESSOA   PIC 9(07) VALUE ZEROS.
       77 QTDE-TRAVAS       PIC 9(07) VALUE ZEROS.
       77 QTDE-TRAVAS-TAB   PIC 9(02) VALUE ZEROS.
       77 SW-CADEIA-PRESA   PIC X(03) VALUE "NAO".
       77 WS-VEREDICTO      PIC X(08) VALUE SPACES.

       01 WS-ULTIMO-LOG.
           02 UL-LIDOS-X      PIC X(07) VALUE SPACES.
           02 UL-GRAVADOS-X   PIC X(07) VALUE SPACES.
           02 UL-REJEITADOS-X PIC X(07) VALUE SPACES.
           02 UL-PULADOS-X    PIC X(07) VALUE SPACES.

       01 TAB-PASSOS.
           02 PASSO-ITEM OCCURS 30 TIMES.
           03 PI-PROGRAMA     PIC X(08).
           03 PI-RESULTADO    PIC X(06).
           03 PI-MENSAGEM     PIC X(40).

       01 TAB-VERIFS.
           02 VERIF-LINHA     PIC X(80) OCCURS 10 TIMES.

       01 TAB-TRAVAS.
           02 TRAVA-ITEM OCCURS 20 TIMES.
           03 TT-SITUACAO     PIC X(10).
           03 TT-PROGRAMA     PIC X(04).
           03 TT-OPERADOR     PIC X(08).
           03 TT-DATA         PIC 9(08).
           03 TT-HORA         PIC 9(06).

       01 LINHA-TITULO.
           02 FILLER          PIC X(40) VALUE
              "RESUMO DA RODADA NOTURNA - EM01".
           02 FILLER          PIC X(06) VALUE "DATA: ".
           02 LT-DATA         PIC 9(08).

       01 LINHA-VEREDICTO.
           02 FILLER          PIC X(17) VALUE "VEREDICTO GERAL: ".
           02 LV-VEREDICTO    PIC X(08).

       01 LINHA-PASSO.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LP-PROGRAMA     PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LP-RESULTADO    PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LP-MENSAGEM     PIC X(40).

       01 LINHA-TOTAL-EX02.
           02 FILLER          PIC X(09) VALUE "  LIDOS: ".
           02 LE-LIDOS        PIC X(07).
           02 FILLER          PIC X(11) VALUE " GRAVADOS: ".
           02 LE-GRAVADOS     PIC X(07).
           02 FILLER          PIC X(13) VALUE " REJEITADOS: ".
           02 LE-REJEITADOS   PIC X(07).
           02 FILLER          PIC X(10) VALUE " PULADOS: ".
           02 LE-PULADOS      PIC X(07).

       01 LINHA-TRAVA.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LTV-SITUACAO    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LTV-PROGRAMA    PIC X(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LTV-OPERADOR    PIC X(08).
           02 FILLER          PIC X(07) VALUE " DESDE ".
           02 LTV-DATA        PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 LTV-HORA        PIC 9(06).

       01 LINHA-CONTAGEM.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LC-ROTULO       PIC X(36).
           02 LC-QTDE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PGM-EX24.
           PERFORM OBTEM-DATA-PROCESSO.
           PERFORM COLHE-PASSOS.
           PERFORM COLHE-LOG-EX02.
           PERFORM COLHE-VERIFICACOES.
           PERFORM CONTA-PENDENTES.
           PERFORM CONTA-DUPLICADOS.
           PERFORM COLHE-TRAVAS.
           PERFORM APURA-VEREDICTO.
           PERFORM IMPRIME-RESUMO.
           GOBACK.

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, QUE FILTRA AS LINHAS DE EX12-CTL DA
      *  RODADA. CARTAO AUSENTE OU INVALIDO CAI NA DATA DO
      *  SISTEMA.
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
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-DATA-SISTEMA TO WS-DATA-ALVO.

      *----------------------------------------------------------
      *  COLHE-PASSOS - GUARDA AS LINHAS DE EX12-CTL DA DATA DE
      *  PROCESSAMENTO. A CADEIA TEM POUCOS PASSOS; A TABELA DE 30
      *  COBRE RESSUBMISSOES NO MESMO DIA. PASSO COM ERRO DERRUBA
      *  O VEREDICTO.
      *----------------------------------------------------------
       COLHE-PASSOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EX12-CTL.
           IF WS-STATUS-CTL NOT EQUAL "00"
               MOVE "SIM" TO SW-TEM-ATENCAO
           ELSE
               PERFORM LE-LINHA-CTL
               PERFORM GUARDA-PASSO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX12-CTL
           END-IF.

       LE-LINHA-CTL.
           READ EX12-CTL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-CTL NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-PASSO.
           IF CTL-DATA-X EQUAL WS-DATA-ALVO AND
              QTDE-PASSOS LESS THAN 30
               ADD 1 TO QTDE-PASSOS
               MOVE CTL-PROGRAMA TO PI-PROGRAMA (QTDE-PASSOS)
               MOVE CTL-RESULTADO TO PI-RESULTADO (QTDE-PASSOS)
               MOVE CTL-MENSAGEM TO PI-MENSAGEM (QTDE-PASSOS)
               IF CTL-RESULTADO EQUAL "ERRO"
                   MOVE "SIM" TO SW-TEM-ERRO
               END-IF
               IF CTL-MENSAGEM(1:14) EQUAL "TRAVA ANTERIOR" OR
                  CTL-MENSAGEM(1:17) EQUAL "SESSAO ABANDONADA"
                   MOVE "SIM" TO SW-TEM-ATENCAO
               END-IF
           END-IF.
           PERFORM LE-LINHA-CTL.

      *----------------------------------------------------------
      *  COLHE-LOG-EX02 - GUARDA OS TOTAIS DA ULTIMA LINHA DO
      *  EX02 EM CADATU-LOG, COMO O EX11 FAZ.
      *----------------------------------------------------------
       COLHE-LOG-EX02.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADATU-LOG.
           IF WS-STATUS-LOG EQUAL "00"
               PERFORM LE-LINHA-LOG
               PERFORM GUARDA-LINHA-LOG UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADATU-LOG
           END-IF.
           IF SW-LOG-ACHADO NOT EQUAL "SIM"
               MOVE "SIM" TO SW-TEM-ATENCAO
           END-IF.

       LE-LINHA-LOG.
           READ CADATU-LOG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-LOG NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-LINHA-LOG.
           IF LOG-PROGRAMA EQUAL "EX02"
               MOVE "SIM" TO SW-LOG-ACHADO
               MOVE LOG-LIDOS-X TO UL-LIDOS-X
               MOVE LOG-GRAVADOS-X TO UL-GRAVADOS-X
               MOVE LOG-REJEITADOS-X TO UL-REJEITADOS-X
               MOVE LOG-PULADOS-X TO UL-PULADOS-X
           END-IF.
           PERFORM LE-LINHA-LOG.

      *----------------------------------------------------------
      *  COLHE-VERIFICACOES - GUARDA DE EX11-REL AS LINHAS DE
      *  VERIFICACAO E O RESULTADO GERAL. QUALQUER DIVERGENTE
      *  DERRUBA O VEREDICTO; RELATORIO AUSENTE E ATENCAO.
      *----------------------------------------------------------
       COLHE-VERIFICACOES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EX11-REL.
           IF WS-STATUS-V11 NOT EQUAL "00"
               MOVE "SIM" TO SW-TEM-ATENCAO
           ELSE
               PERFORM LE-LINHA-V11
               PERFORM GUARDA-VERIFICACAO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX11-REL
           END-IF.

       LE-LINHA-V11.
           READ EX11-REL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-V11 NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-VERIFICACAO.
           IF REG-V11(1:12) EQUAL "VERIFICACAO " AND
              QTDE-VERIFS LESS THAN 10
               MOVE "SIM" TO SW-EX11-ACHADO
               ADD 1 TO QTDE-VERIFS
               MOVE REG-V11 TO VERIF-LINHA (QTDE-VERIFS)
           END-IF.
           IF REG-V11(1:17) EQUAL "RESULTADO GERAL: "
               IF REG-V11(18:10) NOT EQUAL "OK        "
                   MOVE "SIM" TO SW-TEM-ERRO
               END-IF
           END-IF.
           PERFORM LE-LINHA-V11.

       CONTA-PENDENTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU-PEN.
           IF WS-STATUS-PEN EQUAL "00"
               PERFORM LE-PENDENTE UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADALU-PEN
           END-IF.
           IF QTDE-PENDENTES GREATER THAN ZEROS
               MOVE "SIM" TO SW-TEM-ATENCAO
           END-IF.

       LE-PENDENTE.
           READ CADALU-PEN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-PEN EQUAL "00"
                   ADD 1 TO QTDE-PENDENTES
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  CONTA-DUPLICADOS - CONTA AS LINHAS DE DUPLICADO DOS
      *  RELATORIOS DO EX05 (NUMERO REPETIDO) E DO EX14 (PROVAVEL
      *  PESSOA DUPLICADA), PELO MESMO PREFIXO QUE O EX12 USA PARA
      *  BLOQUEAR A CARGA.
      *----------------------------------------------------------
       CONTA-DUPLICADOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EX05-REL.
           IF WS-STATUS-R05 EQUAL "00"
               PERFORM LE-LINHA-R05 UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX05-REL
           END-IF.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT EX14-REL.
           IF WS-STATUS-R14 EQUAL "00"
               PERFORM LE-LINHA-R14 UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX14-REL
           END-IF.
           IF QTDE-DUP-NUM GREATER THAN ZEROS OR
              QTDE-DUP-PESSOA GREATER THAN ZEROS
               MOVE "SIM" TO SW-TEM-ATENCAO
           END-IF.

       LE-LINHA-R05.
           READ EX05-REL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-R05 EQUAL "00"
                   IF REG-R05(1:8) EQUAL "NUMERO: "
                       ADD 1 TO QTDE-DUP-NUM
                   END-IF
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

       LE-LINHA-R14.
           READ EX14-REL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               IF WS-STATUS-R14 EQUAL "00"
                   IF REG-R14(1:6) EQUAL "NOME: "
                       ADD 1 TO QTDE-DUP-PESSOA
                   END-IF
               ELSE
                   MOVE "SIM" TO FIM-ARQ
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  COLHE-TRAVAS - GUARDA O QUE AINDA ESTA EM CADTRV-IDX. O
      *  EX12 LIBERA A TRAVA DA CADEIA ANTES DE CHAMAR ESTE
      *  RESUMO; SE ELA AINDA ESTA LA A LIBERACAO FALHOU E OS
      *  PROGRAMAS ONLINE CONTINUAM SO EM CONSULTA - E ERRO.
      *  SESSAO DE DATA ANTERIOR A HOJE FICOU ABANDONADA E
      *  IMPEDIRIA A CADEIA NO DIA - E ATENCAO.
      *----------------------------------------------------------
       COLHE-TRAVAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "00"
               PERFORM LE-TRAVA
               PERFORM GUARDA-TRAVA UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADTRV-IDX
           END-IF.

       LE-TRAVA.
           READ CADTRV-IDX AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-TRV NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-TRAVA.
           ADD 1 TO QTDE-TRAVAS.
           IF TRAVA-CADEIA-TRV
               MOVE "SIM" TO SW-CADEIA-PRESA
               MOVE "SIM" TO SW-TEM-ERRO
           ELSE
               IF DATA-TRV-TRV LESS THAN WS-DATA-HOJE
                   MOVE "SIM" TO SW-TEM-ATENCAO
               END-IF
           END-IF.
           IF QTDE-TRAVAS-TAB LESS THAN 20
               ADD 1 TO QTDE-TRAVAS-TAB
               EVALUATE TRUE
                   WHEN TRAVA-CADEIA-TRV
                       MOVE "CADEIA" TO TT-SITUACAO (QTDE-TRAVAS-TAB)
                   WHEN DATA-TRV-TRV LESS THAN WS-DATA-HOJE
                       MOVE "ABANDONADA"
                           TO TT-SITUACAO (QTDE-TRAVAS-TAB)
                   WHEN OTHER
                       MOVE "ABERTA" TO TT-SITUACAO (QTDE-TRAVAS-TAB)
               END-EVALUATE
               MOVE PROGRAMA-TRV-TRV TO TT-PROGRAMA (QTDE-TRAVAS-TAB)
               MOVE OPERADOR-TRV-TRV TO TT-OPERADOR (QTDE-TRAVAS-TAB)
               MOVE DATA-TRV-TRV TO TT-DATA (QTDE-TRAVAS-TAB)
               MOVE HORA-TRV-TRV TO TT-HORA (QTDE-TRAVAS-TAB)
           END-IF.
           PERFORM LE-TRAVA.

       APURA-VEREDICTO.
           EVALUATE TRUE
               WHEN SW-TEM-ERRO EQUAL "SIM"
                   MOVE "COM ERRO" TO WS-VEREDICTO
               WHEN SW-TEM-ATENCAO EQUAL "SIM"
                   MOVE "ATENCAO" TO WS-VEREDICTO
               WHEN OTHER
                   MOVE "LIMPA" TO WS-VEREDICTO
           END-EVALUATE.

      *----------------------------------------------------------
      *  IMPRIME-RESUMO - UMA PAGINA: VEREDICTO NO TOPO, DEPOIS OS
      *  PASSOS, OS TOTAIS DO EX02, AS VERIFICACOES DO EX11 E AS
      *  PENDENCIAS.
      *----------------------------------------------------------
       IMPRIME-RESUMO.
           OPEN OUTPUT EX24-REL.
           MOVE WS-DATA-SISTEMA TO LT-DATA.
           MOVE LINHA-TITULO TO REG-REL.
           WRITE REG-REL.
           MOVE WS-VEREDICTO TO LV-VEREDICTO.
           MOVE LINHA-VEREDICTO TO REG-REL.
           WRITE REG-REL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "PASSOS DA CADEIA (EX12-CTL):" TO REG-REL.
           WRITE REG-REL.
           IF QTDE-PASSOS EQUAL ZEROS
               MOVE "  NENHUM PASSO REGISTRADO PARA A DATA."
                   TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE ZEROS TO WS-IND
               PERFORM IMPRIME-PASSO
                   UNTIL WS-IND EQUAL QTDE-PASSOS
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "TOTAIS DA ULTIMA CARGA EX02 (CADATU-LOG):"
               TO REG-REL.
           WRITE REG-REL.
           IF SW-LOG-ACHADO EQUAL "SIM"
               MOVE UL-LIDOS-X TO LE-LIDOS
               MOVE UL-GRAVADOS-X TO LE-GRAVADOS
               MOVE UL-REJEITADOS-X TO LE-REJEITADOS
               MOVE UL-PULADOS-X TO LE-PULADOS
               MOVE LINHA-TOTAL-EX02 TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE "  SEM LINHA DO EX02 NO LOG." TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "VERIFICACOES DO EX11:" TO REG-REL.
           WRITE REG-REL.
           IF SW-EX11-ACHADO EQUAL "SIM"
               MOVE ZEROS TO WS-IND
               PERFORM IMPRIME-VERIFICACAO
                   UNTIL WS-IND EQUAL QTDE-VERIFS
           ELSE
               MOVE "  EX11-REL AUSENTE OU SEM VERIFICACOES."
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "TRAVAS E SESSOES ONLINE (CADTRV-IDX):" TO REG-REL.
           WRITE REG-REL.
           IF QTDE-TRAVAS EQUAL ZEROS
               MOVE "  NENHUMA TRAVA OU SESSAO REGISTRADA." TO REG-REL
               WRITE REG-REL
           ELSE
               MOVE ZEROS TO WS-IND
               PERFORM IMPRIME-TRAVA
                   UNTIL WS-IND EQUAL QTDE-TRAVAS-TAB
               IF QTDE-TRAVAS GREATER THAN QTDE-TRAVAS-TAB
                   MOVE "REGISTROS ALEM DOS LISTADOS:"
                       TO LC-ROTULO
                   COMPUTE LC-QTDE = QTDE-TRAVAS - QTDE-TRAVAS-TAB
                   MOVE LINHA-CONTAGEM TO REG-REL
                   WRITE REG-REL
               END-IF
           END-IF.
           IF SW-CADEIA-PRESA EQUAL "SIM"
               MOVE "  TRAVA DA CADEIA NAO LIBERADA - RESSUBMETER O "
                   TO REG-REL
               MOVE "EX12 OU REMOVER PELO EX23 (T)." TO REG-REL(48:)
               WRITE REG-REL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "PENDENCIAS:" TO REG-REL.
           WRITE REG-REL.
           MOVE "REJEITADOS SEM CORRECAO (CADALU-PEN):"
               TO LC-ROTULO.
           MOVE QTDE-PENDENTES TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "NUMEROS DUPLICADOS (EX05-REL):      "
               TO LC-ROTULO.
           MOVE QTDE-DUP-NUM TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           MOVE "PROVAVEIS PESSOAS DUPLICADAS (EX14):"
               TO LC-ROTULO.
           MOVE QTDE-DUP-PESSOA TO LC-QTDE.
           MOVE LINHA-CONTAGEM TO REG-REL.
           WRITE REG-REL.
           CLOSE EX24-REL.

       IMPRIME-PASSO.
           ADD 1 TO WS-IND.
           MOVE PI-PROGRAMA (WS-IND) TO LP-PROGRAMA.
           MOVE PI-RESULTADO (WS-IND) TO LP-RESULTADO.
           MOVE PI-MENSAGEM (WS-IND) TO LP-MENSAGEM.
           MOVE LINHA-PASSO TO REG-REL.
           WRITE REG-REL.

       IMPRIME-TRAVA.
           ADD 1 TO WS-IND.
           MOVE TT-SITUACAO (WS-IND) TO LTV-SITUACAO.
           MOVE TT-PROGRAMA (WS-IND) TO LTV-PROGRAMA.
           MOVE TT-OPERADOR (WS-IND) TO LTV-OPERADOR.
           MOVE TT-DATA (WS-IND) TO LTV-DATA.
           MOVE TT-HORA (WS-IND) TO LTV-HORA.
           MOVE LINHA-TRAVA TO REG-REL.
           WRITE REG-REL.

       IMPRIME-VERIFICACAO.
           ADD 1 TO WS-IND.
           MOVE SPACES TO REG-REL.
           MOVE VERIF-LINHA (WS-IND) TO REG-REL(3:78).
           WRITE REG-REL.

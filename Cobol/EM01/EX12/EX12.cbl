       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EX12.
       AUTHOR.         GABRIEL GOMES DA CRUZ.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   22/08/2026.
       DATE-COMPILED.
       SECURITY.  APENAS O AUTOR PODE MODIFICAR.
      *REMARKS  ORQUESTRADOR DO BATCH EM01. EXECUTA A CADEIA
      *         EX05 - EX02 - EX08 - EX20 - EX03 - EX04 - EX06 -
      *         EX07 NA ORDEM CORRETA, CONFERINDO AS PRE-CONDICOES
      *         DE CADA PASSO ANTES DE DISPARA-LO:
      *
      *           - CADALU.DAT PRESENTE E NAO VAZIO ANTES DE TUDO;
      *           - CADALU.CKP COM POSICAO NAO ZERADA INDICA EX02
      *             INTERROMPIDO: A RETOMADA DO EX02 RODA ANTES DE
      *             QUALQUER PASSO POSTERIOR (EX05 E PULADO, POIS O
      *             CADALU JA PASSOU PELA CONFERENCIA NA RODADA
      *             INTERROMPIDA);
      *           - EX05-REL SEM DUPLICADOS ANTES DE LIBERAR EX02;
      *           - CADALU.CKP ZERADO APOS O EX02 ANTES DE LIBERAR
      *             OS PASSOS DEPENDENTES DE CADATU;
      *           - EX08 SO RODA COM MOVIMENTO CADMOV PRESENTE E
      *             NAO VAZIO (SEM MOVIMENTO O PASSO E PULADO);
      *           - EX20 DESCARREGA CADATU-IDX SOBRE CADATU.DAT
      *             APOS AS MANUTENCOES, PARA QUE OS RELATORIOS
      *             SAIAM DO CADASTRO JA CORRIGIDO.
      *
      *         A DATA DE PROCESSAMENTO VEM DO CARTAO DATAPROC
      *         (COPY CADDPR) E E CONFERIDA CONTRA O CALENDARIO DE
      *         PROCESSAMENTO CADCAL.DAT E A ULTIMA DATA CONCLUIDA
      *         EM EX12-ULT.DAT:
      *
      *           - DATA MARCADA COMO DIA NAO UTIL (TIPO D NO
      *             CALENDARIO): A CADEIA NAO RODA E FICA ANOTADA
      *             COMO PULADA;
      *           - DATA IGUAL A ULTIMA CONCLUIDA: RECUSADA - A
      *             MESMA DATA NAO PROCESSA DUAS VEZES;
      *           - DATA ANTERIOR A ULTIMA CONCLUIDA: RECUSADA,
      *             FORA DE SEQUENCIA;
      *           - DATA ALEM DA ESPERADA (DESCONTADOS OS DIAS NAO
      *             UTEIS DO CALENDARIO): AVISO EM ALTO E BOM SOM,
      *             MAS A CADEIA SEGUE.
      *
      *         OS PASSOS MENSAIS EX13 E EX15 RODAM NO DIA DO MES
      *         MARCADO NO CALENDARIO (TIPO M COM O NOME DO PASSO E
      *         O DIA); SEM MARCACAO, SEGUEM FORA DA CADEIA. DIA
      *         MARCADO QUE CAI EM DIA NAO UTIL SAI AVISADO EM
      *         EX12-CTL, PARA O PASSO SER SUBMETIDO A PARTE. A
      *         ULTIMA DATA CONCLUIDA SO E REGRAVADA COM A CADEIA
      *         INTEIRA OK, PARA QUE UMA RODADA COM ERRO POSSA SER
      *         RESSUBMETIDA NA MESMA DATA.
      *
      *         REGISTRA INICIO, FIM E RESULTADO DE CADA PASSO NO
      *         ARQUIVO DE CONTROLE DE EXECUCAO EX12-CTL E
      *         INTERROMPE A CADEIA, COM MENSAGEM CLARA, NO
      *         PRIMEIRO PROBLEMA - UMA SUBMISSAO FORA DE ORDEM
      *         NAO PODE MAIS PRODUZIR RELATORIO COM CADATU VELHO.
      *
      *         ENQUANTO A CADEIA RODA, A TRAVA DA JANELA BATCH EM
      *         CADTRV-IDX (COPY CADTRV) FICA GRAVADA: EX09, EX23 E
      *         EX34 CAEM PARA SOMENTE CONSULTA E EX17/EX18 NAO
      *         RODAM. A CADEIA NAO INICIA COM SESSAO ONLINE DE
      *         ATUALIZACAO DO DIA ABERTA; SESSAO DE DIA ANTERIOR E
      *         TIDA COMO ABANDONADA E REMOVIDA COM AVISO. TRAVA
      *         DEIXADA EM DIA ANTERIOR POR UMA RODADA QUE ABORTOU E
      *         ASSUMIDA COM AVISO EM EX12-CTL (E APONTADA PELO
      *         EX24), SEM BLOQUEAR O DIA SEGUINTE; TRAVA DO DIA E
      *         DE UMA CADEIA AINDA EM EXECUCAO E A SEGUNDA RODADA
      *         NAO INICIA. A TRAVA E LIBERADA NO FIM DA CADEIA,
      *         COM OU SEM ERRO, ANTES DO RESUMO EX24.
      *
      *         OS PROGRAMAS DA CADEIA TERMINAM COM GOBACK E SAO
      *         ACIONADOS POR CALL DINAMICO, UM POR VEZ.
      *
      *  HISTORICO DE ALTERACOES
      *  ------------------------------------------------------------
      *  DATA       QUEM  DESCRICAO
      *  22/08/2026 GGC   VERSAO ORIGINAL.
      *  02/09/2026 GGC   INCLUIDOS OS PASSOS EX08 (MOVIMENTACAO
      *                   CADMOV, PULADO SEM MOVIMENTO) E EX20
      *                   (DESCARGA DE CADATU-IDX SOBRE CADATU.DAT)
      *                   ENTRE A CARGA E OS RELATORIOS, PARA QUE A
      *                   RODADA NOTURNA REFLITA AS CORRECOES DO
      *                   DIA SEM RECARGA COMPLETA.
      *  02/09/2026 GGC   O RESUMO MATINAL EX24 PASSA A SER
      *                   DISPARADO COMO ULTIMA ACAO, APOS O
      *                   FECHAMENTO DE EX12-CTL, MESMO EM CADEIA
      *                   INTERROMPIDA - O OPERADOR LE UMA PAGINA
      *                   EM VEZ DE CINCO ARQUIVOS.
      *  02/09/2026 GGC   CALENDARIO DE PROCESSAMENTO: A DATA PASSA
      *                   A VIR DO CARTAO DATAPROC E E CONFERIDA
      *                   CONTRA CADCAL.DAT (DIAS NAO UTEIS E DIAS
      *                   DOS PASSOS MENSAIS EX13/EX15) E CONTRA A
      *                   ULTIMA DATA CONCLUIDA EM EX12-ULT.DAT -
      *                   MESMA DATA NAO RODA DUAS VEZES, DATA FORA
      *                   DE SEQUENCIA E RECUSADA E DATA PULADA E
      *                   AVISADA. O CALENDARIO DEIXA DE MORAR NA
      *                   CABECA DO OPERADOR.
      *  15/10/2026 GGC   TRAVA DA JANELA BATCH EM CADTRV-IDX: GRAVADA
      *                   NO INICIO E LIBERADA NO FIM DA CADEIA. A
      *                   CADEIA NAO INICIA COM SESSAO ONLINE DO DIA
      *                   ABERTA (EX09/EX23); SESSAO DE DIA ANTERIOR
      *                   E REMOVIDA COMO ABANDONADA E TRAVA DE
      *                   RODADA ABORTADA E ASSUMIDA, AMBAS COM AVISO
      *                   EM EX12-CTL.
      *  15/10/2026 GGC   SESSAO DE MATRICULA NO BALCAO (EX34) TAMBEM
      *                   IMPEDE O INICIO DA CADEIA.
      *  15/10/2026 GGC   TRAVA DA CADEIA GRAVADA NO DIA NAO E MAIS
      *                   ASSUMIDA: A CADEIA AINDA ESTA RODANDO E A
      *                   SEGUNDA SUBMISSAO E RECUSADA SEM TOCAR NA
      *                   TRAVA. SO TRAVA DE DIA ANTERIOR E ASSUMIDA.
      *  ------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. HP-PC.
       OBJECT-COMPUTER. HP-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ENT.
           SELECT CADALU-CKP ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CKP.
           SELECT CADMOV ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-MOV.
           SELECT EX05-REL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REL.
           SELECT EX12-CTL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CTL.
           SELECT DATAPROC ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-DPR.
           SELECT CADCAL ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-CAL.
           SELECT EX12-ULT ASSIGN TO DISK ORGANIZATION
            IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-ULT.
           SELECT CADTRV-IDX ASSIGN TO DISK ORGANIZATION
            IS INDEXED ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-TRV-TRV
            FILE STATUS IS WS-STATUS-TRV.

       DATA DIVISION.
       FILE SECTION.
           FD CADALU LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU.DAT".
           01 REG-ENT              PIC X(34).

           FD CADALU-CKP LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADALU.CKP".
           01 REG-CKP.
           02 CKP-ULTIMA-POSICAO  PIC 9(07).
           02 CKP-ULT-NUM-VALIDO  PIC 9(05).

           FD CADMOV LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADMOV.DAT".
           01 REG-MOV              PIC X(34).

           FD EX05-REL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX05-REL.DAT".
           01 REG-REL              PIC X(96).

           FD EX12-CTL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX12-CTL.DAT".
           01 REG-CTL              PIC X(100).

           FD DATAPROC LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "DATAPROC.DAT".
           01 REG-DPR.
           COPY CADDPR.

           FD CADCAL LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADCAL.DAT".
           01 REG-CAL.
           02 CAL-TIPO        PIC X(01).
           88 CAL-DIA-NAO-UTIL     VALUE "D".
           88 CAL-PASSO-MENSAL     VALUE "M".
           02 CAL-DADOS.
           03 CAL-DATA        PIC 9(08).
           03 FILLER          PIC X(04).
           02 CAL-DADOS-M REDEFINES CAL-DADOS.
           03 CAL-PROGRAMA    PIC X(04).
           03 CAL-DIA-MES     PIC 9(02).
           03 FILLER          PIC X(06).

           FD EX12-ULT LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "EX12-ULT.DAT".
           01 REG-ULT.
           02 ULT-DATA        PIC 9(08).

           FD CADTRV-IDX LABEL RECORD ARE STANDARD
            VALUE OF FILE-ID IS "CADTRV-IDX.DAT".
           01 REG-TRV.
           COPY CADTRV REPLACING ==:TAG:== BY ==TRV==.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ           PIC X(03) VALUE "NAO".
       77 WS-STATUS-ENT     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CKP     PIC X(02) VALUE SPACES.
       77 WS-STATUS-MOV     PIC X(02) VALUE SPACES.
       77 SW-TEM-CADMOV     PIC X(03) VALUE "NAO".
       77 WS-STATUS-REL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CTL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-DPR     PIC X(02) VALUE SPACES.
       77 WS-STATUS-CAL     PIC X(02) VALUE SPACES.
       77 WS-STATUS-ULT     PIC X(02) VALUE SPACES.
       77 SW-DATA-CARTAO    PIC X(03) VALUE "NAO".
       77 SW-DIA-PULADO     PIC X(03) VALUE "NAO".
       77 SW-TEM-ULT        PIC X(03) VALUE "NAO".
       77 SW-TEM-M13        PIC X(03) VALUE "NAO".
       77 SW-TEM-M15        PIC X(03) VALUE "NAO".
       77 SW-DIA-UTIL       PIC X(03) VALUE "SIM".
       77 WS-DIA-EX13       PIC 9(02) VALUE ZEROS.
       77 WS-DIA-EX15       PIC 9(02) VALUE ZEROS.
       77 WS-DIA-PROC       PIC 9(02) VALUE ZEROS.
       77 WS-ULT-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-IND            PIC 9(02) VALUE ZEROS.
       77 QTDE-NAO-UTEIS    PIC 9(02) VALUE ZEROS.
       77 WS-RESTO          PIC 9(04) VALUE ZEROS.
       77 WS-QUOCIENTE      PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-NO-MES    PIC 9(02) VALUE ZEROS.
       77 SW-ESPERADA-UTIL  PIC X(03) VALUE "SIM".
       77 SW-ERRO-CADEIA    PIC X(03) VALUE "NAO".
       77 SW-RETOMADA       PIC X(03) VALUE "NAO".
       77 SW-TEM-DUPLICADO  PIC X(03) VALUE "NAO".
       77 WS-PROGRAMA       PIC X(08) VALUE SPACES.
       77 WS-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WS-HORA-COMPLETA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-INI       PIC 9(06) VALUE ZEROS.
       77 WS-HORA-FIM       PIC 9(06) VALUE ZEROS.
       77 QTDE-PASSOS-OK    PIC 9(02) VALUE ZEROS.
       77 WS-STATUS-TRV     PIC X(02) VALUE SPACES.
       77 SW-TRAVA-GRAVADA  PIC X(03) VALUE "NAO".
       77 SW-SESSAO-ABERTA  PIC X(03) VALUE "NAO".
       77 SW-FIM-SESSOES    PIC X(03) VALUE "NAO".
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       01 WS-MSG-TRAVA.
           02 FILLER          PIC X(18) VALUE "TRAVA ANTERIOR DE ".
           02 MT-DATA         PIC 9(08).
           02 FILLER          PIC X(14) VALUE " ASSUMIDA".

       01 WS-MSG-SESSAO.
           02 MS-SITUACAO     PIC X(18).
           02 MS-PROGRAMA     PIC X(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MS-OPERADOR     PIC X(08).
           02 MS-ACAO         PIC X(09).

       01 WS-DATA-ESPERADA.
           02 ESP-ANO         PIC 9(04).
           02 ESP-MES         PIC 9(02).
           02 ESP-DIA         PIC 9(02).
       01 WS-DATA-ESPERADA-N REDEFINES WS-DATA-ESPERADA
                            PIC 9(08).

       01 TAB-NAO-UTEIS.
           02 NAO-UTIL-DATA   PIC 9(08) OCCURS 50 TIMES.

       01 TAB-DIAS-MES.
           02 FILLER          PIC X(24) VALUE
              "312831303130313130313031".
       01 TAB-DIAS-MES-R REDEFINES TAB-DIAS-MES.
           02 DIAS-DO-MES     PIC 9(02) OCCURS 12 TIMES.

       01 LINHA-CTL.
           02 LC-PROGRAMA     PIC X(08).
           02 FILLER          PIC X(07) VALUE "  DATA:".
           02 LC-DATA         PIC 9(08).
           02 FILLER          PIC X(09) VALUE "  INICIO:".
           02 LC-HORA-INI     PIC 9(06).
           02 FILLER          PIC X(06) VALUE "  FIM:".
           02 LC-HORA-FIM     PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LC-RESULTADO    PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 LC-MENSAGEM     PIC X(40).

       PROCEDURE DIVISION.
       PGM-EX12.
           PERFORM INICIO.
           PERFORM LE-CALENDARIO.
           PERFORM VERIFICA-DATA.
           PERFORM TRAVA-CADEIA.
           PERFORM VERIFICA-CADALU.
           PERFORM LE-CHECKPOINT.
           PERFORM PASSO-EX05.
           PERFORM PASSO-EX02.
           PERFORM PASSO-EX08.
           PERFORM PASSO-EX20.
           PERFORM PASSO-EX03.
           PERFORM PASSO-EX04.
           PERFORM PASSO-EX06.
           PERFORM PASSO-EX07.
           PERFORM PASSO-EX13.
           PERFORM PASSO-EX15.
           PERFORM TERMINO.
           STOP RUN.

       INICIO.
           PERFORM OBTEM-DATA-PROCESSO.
           MOVE WS-DATA-SISTEMA(7:2) TO WS-DIA-PROC.
           OPEN EXTEND EX12-CTL.
           IF WS-STATUS-CTL EQUAL "35"
               OPEN OUTPUT EX12-CTL
           END-IF.
           DISPLAY "EX12 - ORQUESTRADOR DO BATCH EM01".

      *----------------------------------------------------------
      *  OBTEM-DATA-PROCESSO - LE A DATA DE PROCESSAMENTO DO
      *  CARTAO DATAPROC, A MESMA QUE OS PASSOS DA CADEIA USAM.
      *  CARTAO AUSENTE OU INVALIDO CAI NA DATA DO SISTEMA.
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
                   DISPLAY "EX12 - CARTAO DATAPROC INVALIDO - "
                           "USANDO A DATA DO SISTEMA."
               END-IF
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           END-IF.

      *----------------------------------------------------------
      *  LE-CALENDARIO - CARREGA DE CADCAL.DAT OS DIAS NAO UTEIS
      *  (TIPO D, ATE 50 - FERIADOS DO ANO CABEM COM FOLGA) E OS
      *  DIAS DO MES DOS PASSOS MENSAIS (TIPO M PARA EX13 E EX15).
      *  SEM CALENDARIO, TODO DIA E UTIL E OS PASSOS MENSAIS
      *  SEGUEM SUBMETIDOS FORA DA CADEIA, COMO ANTES.
      *----------------------------------------------------------
       LE-CALENDARIO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADCAL.
           IF WS-STATUS-CAL EQUAL "00"
               PERFORM LE-LINHA-CAL
               PERFORM GUARDA-LINHA-CAL UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE CADCAL
           END-IF.

       LE-LINHA-CAL.
           READ CADCAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-CAL NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       GUARDA-LINHA-CAL.
           EVALUATE TRUE
               WHEN CAL-DIA-NAO-UTIL
                   IF QTDE-NAO-UTEIS LESS THAN 50
                       ADD 1 TO QTDE-NAO-UTEIS
                       MOVE CAL-DATA TO
                           NAO-UTIL-DATA (QTDE-NAO-UTEIS)
                   END-IF
                   IF CAL-DATA EQUAL WS-DATA-SISTEMA
                       MOVE "NAO" TO SW-DIA-UTIL
                   END-IF
               WHEN CAL-PASSO-MENSAL
                   EVALUATE CAL-PROGRAMA
                       WHEN "EX13"
                           MOVE "SIM" TO SW-TEM-M13
                           MOVE CAL-DIA-MES TO WS-DIA-EX13
                       WHEN "EX15"
                           MOVE "SIM" TO SW-TEM-M15
                           MOVE CAL-DIA-MES TO WS-DIA-EX15
                   END-EVALUATE
           END-EVALUATE.
           PERFORM LE-LINHA-CAL.

      *----------------------------------------------------------
      *  VERIFICA-DATA - CONFERE A DATA DE PROCESSAMENTO CONTRA O
      *  CALENDARIO E A ULTIMA DATA CONCLUIDA EM EX12-ULT.DAT. DIA
      *  NAO UTIL PULA A CADEIA; MESMA DATA OU DATA ANTERIOR E
      *  RECUSADA; BURACO ALEM DOS DIAS NAO UTEIS E AVISADO EM
      *  ALTO E BOM SOM, MAS NAO IMPEDE A RODADA.
      *----------------------------------------------------------
       VERIFICA-DATA.
           IF SW-DIA-UTIL NOT EQUAL "SIM"
               PERFORM PULA-DIA-NAO-UTIL
           ELSE
               PERFORM LE-ULTIMA-DATA
               IF SW-TEM-ULT EQUAL "SIM"
                   EVALUATE TRUE
                       WHEN WS-DATA-SISTEMA EQUAL WS-ULT-DATA
                           MOVE "DATA JA PROCESSADA - RECUSADA"
                               TO LC-MENSAGEM
                           PERFORM INTERROMPE-CADEIA
                       WHEN WS-DATA-SISTEMA LESS THAN WS-ULT-DATA
                           MOVE "DATA FORA DE SEQUENCIA - RECUSADA"
                               TO LC-MENSAGEM
                           PERFORM INTERROMPE-CADEIA
                       WHEN OTHER
                           PERFORM CONFERE-SEQUENCIA
                   END-EVALUATE
               END-IF
           END-IF.

       PULA-DIA-NAO-UTIL.
           MOVE "SIM" TO SW-ERRO-CADEIA.
           MOVE "SIM" TO SW-DIA-PULADO.
           MOVE "EX12" TO LC-PROGRAMA.
           MOVE "PULADO" TO LC-RESULTADO.
           MOVE "DIA NAO UTIL - CADEIA NAO EXECUTADA"
               TO LC-MENSAGEM.
           MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM.
           PERFORM GRAVA-CONTROLE.
           DISPLAY "EX12 - " LC-MENSAGEM.
           PERFORM AVISA-MENSAL-PERDIDO.

      *----------------------------------------------------------
      *  AVISA-MENSAL-PERDIDO - O DIA PULADO POR NAO UTIL PODE SER
      *  JUSTAMENTE O DIA MARCADO DE UM PASSO MENSAL; SEM AVISO O
      *  PASSO SUMIRIA DO MES EM SILENCIO. AS DATAS RECUSADAS JA
      *  INTERROMPEM COM ERRO E SERAO RESSUBMETIDAS - SO O PULO
      *  SILENCIOSO PRECISA GRITAR. O PASSO AVISADO FICA PARA O
      *  OPERADOR SUBMETER A PARTE.
      *----------------------------------------------------------
       AVISA-MENSAL-PERDIDO.
           IF SW-TEM-M13 EQUAL "SIM" AND
              WS-DIA-PROC EQUAL WS-DIA-EX13
               MOVE "EX13" TO LC-PROGRAMA
               PERFORM GRAVA-AVISO-MENSAL
           END-IF.
           IF SW-TEM-M15 EQUAL "SIM" AND
              WS-DIA-PROC EQUAL WS-DIA-EX15
               MOVE "EX15" TO LC-PROGRAMA
               PERFORM GRAVA-AVISO-MENSAL
           END-IF.

       GRAVA-AVISO-MENSAL.
           MOVE "AVISO" TO LC-RESULTADO.
           MOVE "PASSO MENSAL NAO RODOU - SUBMETER A PARTE"
               TO LC-MENSAGEM.
           MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM.
           PERFORM GRAVA-CONTROLE.
           DISPLAY "EX12 - ATENCAO: PASSO MENSAL " LC-PROGRAMA
               " NAO RODOU NO DIA NAO UTIL - SUBMETER A PARTE.".

       LE-ULTIMA-DATA.
           OPEN INPUT EX12-ULT.
           IF WS-STATUS-ULT EQUAL "00"
               READ EX12-ULT
                   NOT AT END
                       IF ULT-DATA IS NUMERIC AND
                          ULT-DATA GREATER THAN ZEROS
                           MOVE ULT-DATA TO WS-ULT-DATA
                           MOVE "SIM" TO SW-TEM-ULT
                       END-IF
               END-READ
               CLOSE EX12-ULT
           END-IF.

      *----------------------------------------------------------
      *  CONFERE-SEQUENCIA - A DATA ESPERADA E O DIA SEGUINTE A
      *  ULTIMA CONCLUIDA, SALTANDO OS DIAS NAO UTEIS DO
      *  CALENDARIO. DATA ALEM DA ESPERADA SIGNIFICA DIA DE
      *  PROCESSAMENTO PERDIDO NO MEIO - AVISADO NO CONSOLE E EM
      *  EX12-CTL.
      *----------------------------------------------------------
       CONFERE-SEQUENCIA.
           MOVE WS-ULT-DATA TO WS-DATA-ESPERADA-N.
           PERFORM AVANCA-UM-DIA.
           PERFORM TESTA-ESPERADA-UTIL.
           PERFORM AVANCA-ESPERADA
               UNTIL SW-ESPERADA-UTIL EQUAL "SIM" OR
                     WS-DATA-ESPERADA-N NOT LESS THAN
                     WS-DATA-SISTEMA.
           IF WS-DATA-SISTEMA GREATER THAN WS-DATA-ESPERADA-N
               DISPLAY "EX12 - ATENCAO: DATAS DE PROCESSAMENTO "
                       "PULADAS ENTRE " WS-ULT-DATA " E "
                       WS-DATA-SISTEMA "."
               MOVE "EX12" TO LC-PROGRAMA
               MOVE "AVISO" TO LC-RESULTADO
               MOVE "DATAS PULADAS DESDE A ULTIMA RODADA"
                   TO LC-MENSAGEM
               MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM
               PERFORM GRAVA-CONTROLE
           END-IF.

       AVANCA-ESPERADA.
           PERFORM AVANCA-UM-DIA.
           PERFORM TESTA-ESPERADA-UTIL.

      *----------------------------------------------------------
      *  TESTA-ESPERADA-UTIL - DIZ SE A DATA ESPERADA E UM DIA
      *  UTIL, CONSULTANDO A TABELA DE DIAS NAO UTEIS DO
      *  CALENDARIO.
      *----------------------------------------------------------
       TESTA-ESPERADA-UTIL.
           MOVE "SIM" TO SW-ESPERADA-UTIL.
           MOVE ZEROS TO WS-IND.
           PERFORM CONFERE-NAO-UTIL
               UNTIL WS-IND EQUAL QTDE-NAO-UTEIS OR
                     SW-ESPERADA-UTIL EQUAL "NAO".

       CONFERE-NAO-UTIL.
           ADD 1 TO WS-IND.
           IF NAO-UTIL-DATA (WS-IND) EQUAL WS-DATA-ESPERADA-N
               MOVE "NAO" TO SW-ESPERADA-UTIL
           END-IF.

      *----------------------------------------------------------
      *  AVANCA-UM-DIA - DIA SEGUINTE DA DATA ESPERADA, COM A
      *  VIRADA DE MES E DE ANO E O ANO BISSEXTO.
      *----------------------------------------------------------
       AVANCA-UM-DIA.
           MOVE DIAS-DO-MES (ESP-MES) TO WS-DIAS-NO-MES.
           IF ESP-MES EQUAL 2
               PERFORM AJUSTA-BISSEXTO
           END-IF.
           IF ESP-DIA LESS THAN WS-DIAS-NO-MES
               ADD 1 TO ESP-DIA
           ELSE
               MOVE 1 TO ESP-DIA
               IF ESP-MES EQUAL 12
                   MOVE 1 TO ESP-MES
                   ADD 1 TO ESP-ANO
               ELSE
                   ADD 1 TO ESP-MES
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  AJUSTA-BISSEXTO - FEVEREIRO TEM 29 DIAS QUANDO O ANO E
      *  DIVISIVEL POR 4, SALVO OS SECULOS NAO DIVISIVEIS POR 400.
      *----------------------------------------------------------
       AJUSTA-BISSEXTO.
           DIVIDE ESP-ANO BY 4 GIVING WS-QUOCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO EQUAL ZEROS
               DIVIDE ESP-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO NOT EQUAL ZEROS
                   MOVE 29 TO WS-DIAS-NO-MES
               ELSE
                   DIVIDE ESP-ANO BY 400 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO EQUAL ZEROS
                       MOVE 29 TO WS-DIAS-NO-MES
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  TRAVA-CADEIA - GRAVA A TRAVA DA JANELA BATCH EM CADTRV-IDX
      *  E SO DEPOIS CONFERE AS SESSOES ONLINE: COMO EX09, EX23 E
      *  EX34 REGISTRAM A SESSAO ANTES DE OLHAR A TRAVA, UM DOS DOIS
      *  LADOS SEMPRE ENXERGA O OUTRO. COM SESSAO DO DIA ABERTA A
      *  TRAVA E DESFEITA E A CADEIA NAO INICIA.
      *----------------------------------------------------------
       TRAVA-CADEIA.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               OPEN I-O CADTRV-IDX
               IF WS-STATUS-TRV EQUAL "35"
                   OPEN OUTPUT CADTRV-IDX
                   CLOSE CADTRV-IDX
                   OPEN I-O CADTRV-IDX
               END-IF
               IF WS-STATUS-TRV NOT EQUAL "00"
                   MOVE "CADTRV-IDX INDISPONIVEL - NAO INICIADA"
                       TO LC-MENSAGEM
                   PERFORM INTERROMPE-CADEIA
               ELSE
                   PERFORM GRAVA-TRAVA
                   IF SW-ERRO-CADEIA NOT EQUAL "SIM"
                       PERFORM CONFERE-TRAVA-GRAVADA
                   END-IF
                   CLOSE CADTRV-IDX
               END-IF
           END-IF.

       CONFERE-TRAVA-GRAVADA.
           IF SW-TRAVA-GRAVADA NOT EQUAL "SIM"
               MOVE "TRAVA NAO GRAVADA - CADEIA NAO INICIADA"
                   TO LC-MENSAGEM
               PERFORM INTERROMPE-CADEIA
           ELSE
               PERFORM CONFERE-SESSOES
               IF SW-SESSAO-ABERTA EQUAL "SIM"
                   PERFORM APAGA-TRAVA
                   MOVE "SESSAO ONLINE ABERTA - NAO INICIADA"
                       TO LC-MENSAGEM
                   PERFORM INTERROMPE-CADEIA
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-TRAVA - TRAVA JA EXISTENTE GRAVADA EM DIA ANTERIOR
      *  E DE UMA RODADA QUE ABORTOU SEM CHEGAR AO TERMINO: E
      *  ASSUMIDA PELA RODADA NOVA, COM AVISO NO CONSOLE E EM
      *  EX12-CTL (MESMO CRITERIO DE AVALIA-SESSAO). TRAVA DO DIA E
      *  DE UMA CADEIA AINDA EM EXECUCAO: NAO E TOCADA E A RODADA
      *  NOVA NAO INICIA.
      *----------------------------------------------------------
       GRAVA-TRAVA.
           PERFORM MONTA-CHAVE-TRAVA.
           READ CADTRV-IDX
               INVALID KEY
                   PERFORM MONTA-TRAVA
                   WRITE REG-TRV
                       NOT INVALID KEY
                           MOVE "SIM" TO SW-TRAVA-GRAVADA
                   END-WRITE
               NOT INVALID KEY
                   IF DATA-TRV-TRV LESS THAN WS-DATA-HOJE
                       PERFORM ASSUME-TRAVA-ANTERIOR
                   ELSE
                       DISPLAY "EX12 - TRAVA DA CADEIA GRAVADA EM "
                               DATA-TRV-TRV " " HORA-TRV-TRV "."
                       MOVE "CADEIA JA EM EXECUCAO - NAO INICIADA"
                           TO LC-MENSAGEM
                       PERFORM INTERROMPE-CADEIA
                   END-IF
           END-READ.

       ASSUME-TRAVA-ANTERIOR.
           PERFORM AVISA-TRAVA-ANTERIOR.
           PERFORM MONTA-TRAVA.
           REWRITE REG-TRV
               NOT INVALID KEY
                   MOVE "SIM" TO SW-TRAVA-GRAVADA
           END-REWRITE.

       MONTA-CHAVE-TRAVA.
           MOVE "C" TO TIPO-TRV-TRV.
           MOVE "EX12" TO PROGRAMA-TRV-TRV.
           MOVE SPACES TO OPERADOR-TRV-TRV.
           MOVE ZEROS TO SESSAO-TRV-TRV.

       MONTA-TRAVA.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-DATA-HOJE TO DATA-TRV-TRV.
           MOVE WS-HORA-COMPLETA(1:6) TO HORA-TRV-TRV.
           MOVE WS-DATA-SISTEMA TO DATA-PROC-TRV-TRV.

       AVISA-TRAVA-ANTERIOR.
           DISPLAY "EX12 - ATENCAO: TRAVA DA CADEIA GRAVADA EM "
                   DATA-TRV-TRV " " HORA-TRV-TRV
                   " NAO FOI LIBERADA - RODADA ANTERIOR ABORTOU.".
           MOVE DATA-TRV-TRV TO MT-DATA.
           MOVE "EX12" TO LC-PROGRAMA.
           MOVE "AVISO" TO LC-RESULTADO.
           MOVE WS-MSG-TRAVA TO LC-MENSAGEM.
           MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM.
           PERFORM GRAVA-CONTROLE.

      *----------------------------------------------------------
      *  CONFERE-SESSOES - PERCORRE AS SESSOES ONLINE REGISTRADAS
      *  (TIPO S). SESSAO GRAVADA EM DIA ANTERIOR FICOU PARA TRAS
      *  POR QUEDA DO PROGRAMA E E REMOVIDA; SESSAO DO DIA ESTA
      *  ABERTA E SEGURA A CADEIA.
      *----------------------------------------------------------
       CONFERE-SESSOES.
           MOVE "NAO" TO SW-SESSAO-ABERTA.
           MOVE "NAO" TO SW-FIM-SESSOES.
           MOVE "S" TO TIPO-TRV-TRV.
           MOVE SPACES TO PROGRAMA-TRV-TRV.
           MOVE SPACES TO OPERADOR-TRV-TRV.
           MOVE ZEROS TO SESSAO-TRV-TRV.
           START CADTRV-IDX KEY IS NOT LESS THAN CHAVE-TRV-TRV
               INVALID KEY
                   MOVE "SIM" TO SW-FIM-SESSOES
           END-START.
           PERFORM LE-SESSAO UNTIL SW-FIM-SESSOES EQUAL "SIM".

       LE-SESSAO.
           READ CADTRV-IDX NEXT RECORD
               AT END
                   MOVE "SIM" TO SW-FIM-SESSOES
           END-READ.
           IF SW-FIM-SESSOES NOT EQUAL "SIM"
               IF WS-STATUS-TRV NOT EQUAL "00" OR
                  NOT SESSAO-ONLINE-TRV
                   MOVE "SIM" TO SW-FIM-SESSOES
               ELSE
                   PERFORM AVALIA-SESSAO
               END-IF
           END-IF.

       AVALIA-SESSAO.
           MOVE PROGRAMA-TRV-TRV TO MS-PROGRAMA.
           MOVE OPERADOR-TRV-TRV TO MS-OPERADOR.
           IF DATA-TRV-TRV LESS THAN WS-DATA-HOJE
               DISPLAY "EX12 - AVISO: SESSAO " PROGRAMA-TRV-TRV
                       " DE " OPERADOR-TRV-TRV " ABERTA EM "
                       DATA-TRV-TRV " ABANDONADA - REMOVIDA."
               DELETE CADTRV-IDX RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "SESSAO ABANDONADA " TO MS-SITUACAO
               MOVE " REMOVIDA" TO MS-ACAO
               MOVE "AVISO" TO LC-RESULTADO
           ELSE
               DISPLAY "EX12 - SESSAO ONLINE ABERTA: "
                       PROGRAMA-TRV-TRV " OPERADOR "
                       OPERADOR-TRV-TRV " DESDE " HORA-TRV-TRV "."
               MOVE "SIM" TO SW-SESSAO-ABERTA
               MOVE "SESSAO ABERTA" TO MS-SITUACAO
               MOVE SPACES TO MS-ACAO
               MOVE "ERRO" TO LC-RESULTADO
           END-IF.
           MOVE "EX12" TO LC-PROGRAMA.
           MOVE WS-MSG-SESSAO TO LC-MENSAGEM.
           MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM.
           PERFORM GRAVA-CONTROLE.

       APAGA-TRAVA.
           PERFORM MONTA-CHAVE-TRAVA.
           DELETE CADTRV-IDX RECORD
               NOT INVALID KEY
                   MOVE "NAO" TO SW-TRAVA-GRAVADA
           END-DELETE.

      *----------------------------------------------------------
      *  LIBERA-TRAVA - APAGA A TRAVA NO FIM DA CADEIA, COM OU SEM
      *  ERRO: A RODADA TERMINOU E O ONLINE PODE VOLTAR. TRAVA QUE
      *  NAO SAI FICA AVISADA E O EX24 A APONTA.
      *----------------------------------------------------------
       LIBERA-TRAVA.
           OPEN I-O CADTRV-IDX.
           IF WS-STATUS-TRV EQUAL "00"
               PERFORM APAGA-TRAVA
               CLOSE CADTRV-IDX
           END-IF.
           IF SW-TRAVA-GRAVADA EQUAL "SIM"
               DISPLAY "EX12 - AVISO: TRAVA DA CADEIA NAO LIBERADA "
                       "- VER CADTRV-IDX."
               MOVE "EX12" TO LC-PROGRAMA
               MOVE "AVISO" TO LC-RESULTADO
               MOVE "TRAVA DA CADEIA NAO LIBERADA" TO LC-MENSAGEM
               MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM
               PERFORM GRAVA-CONTROLE
           END-IF.

      *----------------------------------------------------------
      *  VERIFICA-CADALU - A CADEIA SO COMECA COM O ARQUIVO DE
      *  ENTRADA PRESENTE E COM AO MENOS UM REGISTRO.
      *----------------------------------------------------------
       VERIFICA-CADALU.
           OPEN INPUT CADALU.
           IF WS-STATUS-ENT NOT EQUAL "00"
               PERFORM INTERROMPE-AUSENTE
           ELSE
               READ CADALU AT END PERFORM INTERROMPE-VAZIO
               END-READ
               CLOSE CADALU
           END-IF.

       INTERROMPE-AUSENTE.
           MOVE "CADALU.DAT AUSENTE - CADEIA NAO INICIADA"
               TO LC-MENSAGEM.
           PERFORM INTERROMPE-CADEIA.

       INTERROMPE-VAZIO.
           MOVE "CADALU.DAT VAZIO - CADEIA NAO INICIADA"
               TO LC-MENSAGEM.
           PERFORM INTERROMPE-CADEIA.

      *----------------------------------------------------------
      *  LE-CHECKPOINT - POSICAO NAO ZERADA EM CADALU.CKP INDICA
      *  UM EX02 INTERROMPIDO QUE PRECISA SER RETOMADO ANTES DE
      *  QUALQUER PASSO POSTERIOR DA CADEIA.
      *----------------------------------------------------------
       LE-CHECKPOINT.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               OPEN INPUT CADALU-CKP
               IF WS-STATUS-CKP EQUAL "00"
                   READ CADALU-CKP
                       NOT AT END
                           IF CKP-ULTIMA-POSICAO GREATER THAN ZEROS
                               MOVE "SIM" TO SW-RETOMADA
                           END-IF
                   END-READ
                   CLOSE CADALU-CKP
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  PASSO-EX05 - CONFERENCIA DE DUPLICADOS. PULADO QUANDO HA
      *  RETOMADA DE EX02 PENDENTE (O CADALU DA RODADA JA FOI
      *  CONFERIDO ANTES DA INTERRUPCAO). APOS RODAR, O RELATORIO
      *  E LIDO: QUALQUER LINHA DE DUPLICADO BLOQUEIA O EX02.
      *----------------------------------------------------------
       PASSO-EX05.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               IF SW-RETOMADA EQUAL "SIM"
                   MOVE "EX05" TO LC-PROGRAMA
                   MOVE "PULADO" TO LC-RESULTADO
                   MOVE "RETOMADA DE EX02 PENDENTE" TO LC-MENSAGEM
                   MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM
                   PERFORM GRAVA-CONTROLE
               ELSE
                   MOVE "EX05" TO WS-PROGRAMA
                   PERFORM EXECUTA-PASSO
                   IF SW-ERRO-CADEIA NOT EQUAL "SIM"
                       PERFORM VERIFICA-EX05-REL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------
      *  VERIFICA-EX05-REL - VARRE O RELATORIO DO EX05; LINHA
      *  COMECANDO COM "NUMERO: " E DUPLICADO RELATADO, E O EX02
      *  NAO PODE RODAR ATE O EXTRATO SER CORRIGIDO.
      *----------------------------------------------------------
       VERIFICA-EX05-REL.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "NAO" TO SW-TEM-DUPLICADO.
           OPEN INPUT EX05-REL.
           IF WS-STATUS-REL NOT EQUAL "00"
               MOVE "EX05-REL AUSENTE - CADEIA INTERROMPIDA"
                   TO LC-MENSAGEM
               PERFORM INTERROMPE-CADEIA
           ELSE
               PERFORM LE-LINHA-REL
               PERFORM PROCURA-DUPLICADO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE EX05-REL
               IF SW-TEM-DUPLICADO EQUAL "SIM"
                   MOVE "DUPLICADOS NO EX05-REL - CORRIGIR"
                       TO LC-MENSAGEM
                   PERFORM INTERROMPE-CADEIA
               END-IF
           END-IF.

       LE-LINHA-REL.
           READ EX05-REL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              WS-STATUS-REL NOT EQUAL "00"
               MOVE "SIM" TO FIM-ARQ
           END-IF.

       PROCURA-DUPLICADO.
           IF REG-REL(1:8) EQUAL "NUMERO: "
               MOVE "SIM" TO SW-TEM-DUPLICADO
           END-IF.
           PERFORM LE-LINHA-REL.

      *----------------------------------------------------------
      *  PASSO-EX02 - CARGA DO CADATU (OU RETOMADA DA CARGA
      *  INTERROMPIDA). AO FINAL, O CHECKPOINT TEM QUE ESTAR
      *  ZERADO; POSICAO NAO ZERADA SIGNIFICA NOVA INTERRUPCAO E
      *  BLOQUEIA OS PASSOS QUE DEPENDEM DE CADATU.
      *----------------------------------------------------------
       PASSO-EX02.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               MOVE "EX02" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
               IF SW-ERRO-CADEIA NOT EQUAL "SIM"
                   PERFORM VERIFICA-CKP-ZERADO
               END-IF
           END-IF.

       VERIFICA-CKP-ZERADO.
           MOVE ZEROS TO CKP-ULTIMA-POSICAO.
           OPEN INPUT CADALU-CKP.
           IF WS-STATUS-CKP EQUAL "00"
               READ CADALU-CKP
                   AT END MOVE ZEROS TO CKP-ULTIMA-POSICAO
               END-READ
               CLOSE CADALU-CKP
           END-IF.
           IF CKP-ULTIMA-POSICAO GREATER THAN ZEROS
               MOVE "EX02 INTERROMPIDO - RESSUBMETER A CADEIA"
                   TO LC-MENSAGEM
               PERFORM INTERROMPE-CADEIA
           END-IF.

      *----------------------------------------------------------
      *  PASSO-EX08 - MOVIMENTACAO DO CADASTRO INDEXADO A PARTIR
      *  DE CADMOV. SEM ARQUIVO DE MOVIMENTO, OU COM ELE VAZIO, O
      *  PASSO E PULADO E REGISTRADO COMO TAL - DIA SEM CORRECOES
      *  NAO E ERRO.
      *----------------------------------------------------------
       PASSO-EX08.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               PERFORM VERIFICA-CADMOV
               IF SW-TEM-CADMOV EQUAL "SIM"
                   MOVE "EX08" TO WS-PROGRAMA
                   PERFORM EXECUTA-PASSO
               ELSE
                   MOVE "EX08" TO LC-PROGRAMA
                   MOVE "PULADO" TO LC-RESULTADO
                   MOVE "SEM MOVIMENTO CADMOV NESTA RODADA"
                       TO LC-MENSAGEM
                   MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM
                   PERFORM GRAVA-CONTROLE
               END-IF
           END-IF.

       VERIFICA-CADMOV.
           MOVE "NAO" TO SW-TEM-CADMOV.
           OPEN INPUT CADMOV.
           IF WS-STATUS-MOV EQUAL "00"
               READ CADMOV
                   NOT AT END MOVE "SIM" TO SW-TEM-CADMOV
               END-READ
               CLOSE CADMOV
           END-IF.

      *----------------------------------------------------------
      *  PASSO-EX20 - DESCARGA DO INDICE SOBRE O SEQUENCIAL, PARA
      *  QUE OS RELATORIOS SEGUINTES E A CONCILIACAO DO EX11 VEJAM
      *  AS MANUTENCOES DO EX08 E DO EX09. RODA SEMPRE: O EX09
      *  ALTERA O INDICE FORA DA CADEIA E NAO DEIXA MOVIMENTO.
      *----------------------------------------------------------
       PASSO-EX20.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               MOVE "EX20" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

       PASSO-EX03.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               MOVE "EX03" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

       PASSO-EX04.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               MOVE "EX04" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

       PASSO-EX06.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               MOVE "EX06" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

       PASSO-EX07.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM"
               MOVE "EX07" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

      *----------------------------------------------------------
      *  PASSO-EX13 / PASSO-EX15 - PASSOS MENSAIS. RODAM APENAS NO
      *  DIA DO MES MARCADO NO CALENDARIO (TIPO M); SEM MARCACAO,
      *  SEGUEM SUBMETIDOS FORA DA CADEIA, COMO SEMPRE. COMO A
      *  MESMA DATA NAO PROCESSA DUAS VEZES, O EX15 NAO TEM MAIS
      *  COMO SAIR DUAS VEZES NO MESMO MES PELA CADEIA.
      *----------------------------------------------------------
       PASSO-EX13.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM" AND
              SW-TEM-M13 EQUAL "SIM" AND
              WS-DIA-PROC EQUAL WS-DIA-EX13
               MOVE "EX13" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

       PASSO-EX15.
           IF SW-ERRO-CADEIA NOT EQUAL "SIM" AND
              SW-TEM-M15 EQUAL "SIM" AND
              WS-DIA-PROC EQUAL WS-DIA-EX15
               MOVE "EX15" TO WS-PROGRAMA
               PERFORM EXECUTA-PASSO
           END-IF.

      *----------------------------------------------------------
      *  EXECUTA-PASSO - DISPARA UM PROGRAMA DA CADEIA POR CALL
      *  DINAMICO, REGISTRANDO INICIO, FIM E RESULTADO NO ARQUIVO
      *  DE CONTROLE. FALHA NO CALL INTERROMPE A CADEIA.
      *----------------------------------------------------------
       EXECUTA-PASSO.
           MOVE WS-PROGRAMA TO LC-PROGRAMA.
           MOVE "OK" TO LC-RESULTADO.
           MOVE SPACES TO LC-MENSAGEM.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-INI.
           CALL WS-PROGRAMA
               ON EXCEPTION
                   MOVE "ERRO" TO LC-RESULTADO
                   MOVE "PROGRAMA NAO ENCONTRADO" TO LC-MENSAGEM
           END-CALL.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-HORA-FIM.
           MOVE WS-HORA-INI TO LC-HORA-INI.
           MOVE WS-HORA-FIM TO LC-HORA-FIM.
           IF LC-RESULTADO EQUAL "OK"
               CANCEL WS-PROGRAMA
               ADD 1 TO QTDE-PASSOS-OK
               PERFORM GRAVA-CONTROLE
           ELSE
               PERFORM GRAVA-CONTROLE
               MOVE SPACES TO LC-MENSAGEM
               MOVE "CADEIA INTERROMPIDA" TO LC-MENSAGEM
               PERFORM INTERROMPE-CADEIA
           END-IF.

      *----------------------------------------------------------
      *  INTERROMPE-CADEIA - REGISTRA E AVISA A INTERRUPCAO; OS
      *  PASSOS SEGUINTES NAO SAO DISPARADOS.
      *----------------------------------------------------------
       INTERROMPE-CADEIA.
           MOVE "SIM" TO SW-ERRO-CADEIA.
           MOVE "EX12" TO LC-PROGRAMA.
           MOVE "ERRO" TO LC-RESULTADO.
           MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM.
           PERFORM GRAVA-CONTROLE.
           DISPLAY "EX12 - " LC-MENSAGEM.

       GRAVA-CONTROLE.
           MOVE WS-DATA-SISTEMA TO LC-DATA.
           MOVE LINHA-CTL TO REG-CTL.
           WRITE REG-CTL.

       TERMINO.
           IF SW-TRAVA-GRAVADA EQUAL "SIM"
               PERFORM LIBERA-TRAVA
           END-IF.
           IF SW-ERRO-CADEIA EQUAL "SIM"
               DISPLAY "EX12 - CADEIA INTERROMPIDA. PASSOS OK: "
                   QTDE-PASSOS-OK
           ELSE
               MOVE "EX12" TO LC-PROGRAMA
               MOVE "OK" TO LC-RESULTADO
               MOVE "CADEIA CONCLUIDA" TO LC-MENSAGEM
               MOVE ZEROS TO LC-HORA-INI LC-HORA-FIM
               PERFORM GRAVA-CONTROLE
               PERFORM GRAVA-ULTIMA-DATA
               DISPLAY "EX12 - CADEIA CONCLUIDA. PASSOS OK: "
                   QTDE-PASSOS-OK
           END-IF.
           CLOSE EX12-CTL.
           IF SW-DIA-PULADO NOT EQUAL "SIM"
               PERFORM PASSO-EX24
           END-IF.

      *----------------------------------------------------------
      *  GRAVA-ULTIMA-DATA - REGISTRA EM EX12-ULT.DAT A DATA
      *  RECEM CONCLUIDA. SO A CADEIA INTEIRA OK CHEGA AQUI: UMA
      *  RODADA COM ERRO PODE SER RESSUBMETIDA NA MESMA DATA.
      *----------------------------------------------------------
       GRAVA-ULTIMA-DATA.
           OPEN OUTPUT EX12-ULT.
           IF WS-STATUS-ULT EQUAL "00"
               MOVE WS-DATA-SISTEMA TO ULT-DATA
               WRITE REG-ULT
               IF WS-STATUS-ULT NOT EQUAL "00"
                   DISPLAY "EX12 - AVISO: EX12-ULT NAO GRAVADO - "
                           "A DATA CONCLUIDA NAO AVANCOU."
               END-IF
               CLOSE EX12-ULT
           ELSE
               DISPLAY "EX12 - AVISO: EX12-ULT NAO GRAVADO - "
                       "A DATA CONCLUIDA NAO AVANCOU."
           END-IF.

      *----------------------------------------------------------
      *  PASSO-EX24 - RESUMO MATINAL DA RODADA, DISPARADO DEPOIS
      *  DO FECHAMENTO DE EX12-CTL PARA ENXERGAR A RODADA INTEIRA,
      *  INCLUSIVE A LINHA DE CONCLUSAO OU INTERRUPCAO. RODA MESMO
      *  COM A CADEIA INTERROMPIDA - E JUSTAMENTE AI QUE O RESUMO
      *  MAIS IMPORTA - E POR ISSO NAO PASSA PELO EXECUTA-PASSO.
      *----------------------------------------------------------
       PASSO-EX24.
           MOVE "EX24" TO WS-PROGRAMA.
           CALL WS-PROGRAMA
               ON EXCEPTION
                   DISPLAY "EX12 - EX24 NAO ENCONTRADO - RESUMO "
                           "NAO GERADO."
           END-CALL.
           CANCEL WS-PROGRAMA.

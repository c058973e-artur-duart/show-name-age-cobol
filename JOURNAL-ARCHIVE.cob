       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-ARCHIVE.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LIMPEZA DO JORNAL DE ALTERACOES (PERSONJRN): LE
      *           O CABECALHO DA COPIA-IMAGEM MAIS ANTIGA AINDA
      *           RETIDA (PERSOBKP, COPYBOOK BACKUP-REC - O JOB
      *           APONTA O DD PARA ESSA GERACAO), LOCALIZA NO
      *           JORNAL A MARCA DE SINCRONISMO DESSA COPIA
      *           (OPERACAO B) E MOVE PARA O ARQUIVO DE JORNAL
      *           HISTORICO (JRNARC) AS ENTRADAS GRAVADAS ANTES
      *           DELA - QUE NENHUMA RECUPERACAO A PARTIR DE UMA
      *           COPIA RETIDA VOLTA A REAPLICAR. A MARCA E AS
      *           ENTRADAS POSTERIORES SAO REGRAVADAS NO JORNAL
      *           NOVO (JRNNOVO), QUE O JOB SUBSTITUI PELO
      *           PERSONJRN VIVO NO PASSO SEGUINTE, SO QUANDO O
      *           CODIGO DE RETORNO FOR ZERO - MESMO ESQUEMA DO
      *           EXPURGO DO CADASTRO (PERSON-ARCHIVE).
      * DATA: 21/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 21/09/2026 AD     VERSAO ORIGINAL - COPIA SEM CABECALHO
      *                   OU SEM TRAILER, OU MARCA AUSENTE NO
      *                   JORNAL, RECUSA A LIMPEZA (CODIGO 12)
      *                   SEM GRAVAR NADA; BALANCEAMENTO LIDAS =
      *                   ARQUIVADAS + MANTIDAS E LINHA DE
      *                   ESTATISTICA NO RUNSTATS.
      * 15/10/2026 AD     GRAVACAO NO HISTORICO OU NO JORNAL NOVO
      *                   E FECHAMENTO DOS DOIS CONFERIDOS PELO
      *                   FILE STATUS; SO A LINHA GRAVADA E
      *                   CONTADA E QUALQUER FALHA TERMINA COM
      *                   CODIGO 12 (JRNNOVO NAO E TROCADO).
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "PERSOBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP-FILE.

           SELECT JRN-FILE ASSIGN TO "PERSONJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

           SELECT NEW-JRN-FILE ASSIGN TO "JRNNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NEW-JRN-FILE.

           SELECT ARCH-FILE ASSIGN TO "JRNARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH-FILE.

           SELECT PRINT-FILE ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT CICLO-FILE ASSIGN TO "CICLODATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CICLO-FILE.

           SELECT STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "BACKUP-REC.CPY".

       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  NEW-JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
       01  NEW-JRN-REC                     PIC X(157).

       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
       01  ARCH-REC                        PIC X(157).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-REC                       PIC X(132).

       FD  CICLO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "CYCLE-REC.CPY".

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY "RUNSTAT-REC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".

       01  FS-BACKUP-FILE                   PIC X(02).
           88  FS-BACKUP-OK                 VALUE "00".

       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-NEW-JRN-FILE                  PIC X(02).
           88  FS-NEW-JRN-OK                VALUE "00".

       01  FS-ARCH-FILE                     PIC X(02).
           88  FS-ARCH-OK                   VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-COPIA-VALIDA-SW               PIC X(01)   VALUE "S".
           88  WS-COPIA-VALIDA              VALUE "S".
       77  WS-CABECALHO-LIDO-SW             PIC X(01)   VALUE "N".
           88  WS-CABECALHO-LIDO            VALUE "S".
       77  WS-TRAILER-LIDO-SW               PIC X(01)   VALUE "N".
           88  WS-TRAILER-LIDO              VALUE "S".

       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

      *    IDENTIFICACAO DA COPIA MAIS ANTIGA RETIDA (CABECALHO).
       77  WS-CAB-DATA-CICLO                PIC 9(08)   VALUE ZERO.
       77  WS-CAB-DATA                      PIC 9(08)   VALUE ZERO.
       77  WS-CAB-HORA                      PIC 9(06)   VALUE ZERO.
       77  WS-CAB-QTD                       PIC 9(07)   VALUE ZERO.
       77  WS-CAB-HASH                      PIC 9(13)   VALUE ZERO.
       77  WS-MENSAGEM-RECUSA               PIC X(100).

      *    POSICAO (ORDEM NO JORNAL) DA MARCA DA COPIA; AS
      *    ENTRADAS ANTERIORES A ELA VAO PARA O HISTORICO.
       77  WS-POSICAO-MARCA                 PIC 9(07)   VALUE ZERO.

       77  WS-TOTAL-LIDAS                   PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-ARQUIVADAS              PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-MANTIDAS                PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-FALHAS                  PIC 9(07)   VALUE ZERO.
       77  WS-ERRO-GRAVACAO-SW              PIC X(01)   VALUE "N".
           88  WS-ERRO-GRAVACAO             VALUE "S".

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-LER-COPIA THRU 1100-EXIT.
           PERFORM 1200-LOCALIZAR-MARCA THRU 1200-EXIT.
           PERFORM 2000-ARQUIVAR-JORNAL THRU 2000-EXIT.
           PERFORM 8000-IMPRIMIR-BALANCO THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO E ABRE O       *
      * RELATORIO. O JORNAL NOVO E O HISTORICO SO SAO ABERTOS   *
      * DEPOIS DE ACHADA A MARCA DA COPIA.                      *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           STRING WS-DATA-EXEC (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-EXEC-FMT.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PRINT-FILE "
                       "- STATUS " FS-PRINT-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1050-LER-DATA-CICLO - LE A DATA OFICIAL DE              *
      * PROCESSAMENTO DO ARQUIVO DE CONTROLE DE CICLO           *
      * (CICLODATA, COPYBOOK CYCLE-REC) NO LUGAR DO RELOGIO;    *
      * ARQUIVO AUSENTE OU DATA INVALIDA MANTEM A DATA DO       *
      * RELOGIO, COM AVISO, PARA A RODADA QUE CRUZA A           *
      * MEIA-NOITE (OU E RERODADA DE MANHA) CARREGAR A DATA     *
      * OFICIAL DO CICLO E NAO A DO DIA CORRENTE.               *
      *--------------------------------------------------------*
       1050-LER-DATA-CICLO.
           OPEN INPUT CICLO-FILE.
           IF FS-CICLO-OK
               READ CICLO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CICLO-DATA IS NUMERIC
                          AND CICLO-DATA > ZERO
                           MOVE CICLO-DATA TO WS-DATA-EXEC
                       END-IF
               END-READ
               CLOSE CICLO-FILE
           ELSE
               DISPLAY "ARQUIVO DE CONTROLE DE CICLO AUSENTE "
                       "- USANDO A DATA DO RELOGIO"
           END-IF.
       1050-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1100-LER-COPIA - LE A COPIA-IMAGEM MAIS ANTIGA RETIDA   *
      * ATE O TRAILER E GUARDA A IDENTIFICACAO DO CABECALHO.    *
      * COPIA SEM CABECALHO NO INICIO, SEM TRAILER OU COM       *
      * TRAILER DE OUTRA COPIA E RECUSADA: SE ELA NAO SERVE     *
      * PARA RESTAURAR, NAO SERVE PARA DECIDIR O QUE SAI DO     *
      * JORNAL.                                                 *
      *--------------------------------------------------------*
       1100-LER-COPIA.
           OPEN INPUT BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR BACKUP-FILE "
                       "- STATUS " FS-BACKUP-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 1110-LER-IMAGEM THRU 1110-EXIT
               UNTIL WS-FIM-ARQUIVO
                  OR WS-TRAILER-LIDO
                  OR NOT WS-COPIA-VALIDA.
           CLOSE BACKUP-FILE.
           IF NOT WS-TRAILER-LIDO
               MOVE "N" TO WS-COPIA-VALIDA-SW
           END-IF.
           IF NOT WS-COPIA-VALIDA
               MOVE SPACES TO WS-MENSAGEM-RECUSA
               STRING "*** COPIA-IMAGEM INVALIDA - CABECALHO E "
                          DELIMITED BY SIZE
                      "TRAILER NAO CONFEREM ***" DELIMITED BY SIZE
                   INTO WS-MENSAGEM-RECUSA
               PERFORM 1900-RECUSAR-LIMPEZA THRU 1900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LER-IMAGEM.
           READ BACKUP-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT WS-CABECALHO-LIDO
                           IF BKP-CABECALHO
                               SET WS-CABECALHO-LIDO TO TRUE
                               MOVE BKP-DATA-CICLO
                                   TO WS-CAB-DATA-CICLO
                               MOVE BKP-DATA TO WS-CAB-DATA
                               MOVE BKP-HORA TO WS-CAB-HORA
                               MOVE BKP-QTD-REGISTROS TO WS-CAB-QTD
                               MOVE BKP-HASH-IDS TO WS-CAB-HASH
                           ELSE
                               MOVE "N" TO WS-COPIA-VALIDA-SW
                           END-IF
                       WHEN BKP-TRAILER
                           SET WS-TRAILER-LIDO TO TRUE
                           IF BKP-DATA NOT = WS-CAB-DATA
                              OR BKP-HORA NOT = WS-CAB-HORA
                              OR BKP-QTD-REGISTROS NOT = WS-CAB-QTD
                              OR BKP-HASH-IDS NOT = WS-CAB-HASH
                               MOVE "N" TO WS-COPIA-VALIDA-SW
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       1110-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1200-LOCALIZAR-MARCA - PRIMEIRA LEITURA DO JORNAL:      *
      * PROCURA A MARCA DE SINCRONISMO DA COPIA (OPERACAO B     *
      * COM A MESMA DATA/HORA E OS MESMOS TOTAIS DO CABECALHO). *
      * SEM A MARCA NADA E MOVIDO (CODIGO 12) - PODE SER COPIA  *
      * QUE NUNCA CHEGOU A SER MARCADA OU JORNAL JA LIMPO.      *
      *--------------------------------------------------------*
       1200-LOCALIZAR-MARCA.
           OPEN INPUT JRN-FILE.
           IF NOT FS-JRN-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR JRN-FILE "
                       "- STATUS " FS-JRN-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 1210-PROCURAR-MARCA THRU 1210-EXIT
               UNTIL WS-FIM-ARQUIVO
                  OR WS-POSICAO-MARCA > ZERO.
           CLOSE JRN-FILE.
           MOVE ZERO TO WS-TOTAL-LIDAS.
           IF WS-POSICAO-MARCA = ZERO
               MOVE SPACES TO WS-MENSAGEM-RECUSA
               STRING "*** MARCA DE SINCRONISMO DA COPIA DE "
                          DELIMITED BY SIZE
                      WS-CAB-DATA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAB-HORA DELIMITED BY SIZE
                      " NAO ENCONTRADA NO JORNAL ***"
                          DELIMITED BY SIZE
                   INTO WS-MENSAGEM-RECUSA
               PERFORM 1900-RECUSAR-LIMPEZA THRU 1900-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1210-PROCURAR-MARCA.
           READ JRN-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDAS
                   IF JRN-OPERACAO = "B"
                      AND JRN-DATA = WS-CAB-DATA
                      AND JRN-HORA = WS-CAB-HORA
                      AND JRN-MARCA-QTD = WS-CAB-QTD
                      AND JRN-MARCA-HASH = WS-CAB-HASH
                       MOVE WS-TOTAL-LIDAS TO WS-POSICAO-MARCA
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1900-RECUSAR-LIMPEZA - REGISTRA NO RELATORIO E NO       *
      * CONSOLE O MOTIVO (WS-MENSAGEM-RECUSA) E ENCERRA A       *
      * RODADA COM CODIGO 12, SEM GRAVAR JORNAL NOVO NEM        *
      * HISTORICO - O PASSO DE TROCA DO JORNAL NAO RODA.        *
      *--------------------------------------------------------*
       1900-RECUSAR-LIMPEZA.
           MOVE SPACES TO PRINT-REC.
           MOVE "RELATORIO DE LIMPEZA DO JORNAL PERSONJRN"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-MENSAGEM-RECUSA TO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE PRINT-FILE.
           DISPLAY WS-MENSAGEM-RECUSA.
           DISPLAY "LIMPEZA DO JORNAL RECUSADA - CODIGO DE RETORNO 12".
           MOVE 12 TO WS-COD-RETORNO.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       1900-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-ARQUIVAR-JORNAL - SEGUNDA LEITURA DO JORNAL:       *
      * ENTRADA ANTERIOR A MARCA VAI PARA O HISTORICO (JRNARC,  *
      * ACRESCENTADA AO QUE JA EXISTE); A MARCA E AS ENTRADAS   *
      * POSTERIORES VAO PARA O JORNAL NOVO (JRNNOVO).           *
      *--------------------------------------------------------*
       2000-ARQUIVAR-JORNAL.
           OPEN INPUT JRN-FILE.
           IF NOT FS-JRN-OK
               DISPLAY "*** NAO FOI POSSIVEL REABRIR JRN-FILE "
                       "- STATUS " FS-JRN-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-JRN-FILE.
           IF NOT FS-NEW-JRN-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR NEW-JRN-FILE "
                       "- STATUS " FS-NEW-JRN-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-FILE.
           IF NOT FS-ARCH-OK
               CLOSE ARCH-FILE
               OPEN OUTPUT ARCH-FILE
           END-IF.
           IF NOT FS-ARCH-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR ARCH-FILE "
                       "- STATUS " FS-ARCH-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
           PERFORM 2200-TRATAR-ENTRADA THRU 2200-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE JRN-FILE.
           CLOSE NEW-JRN-FILE.
           IF NOT FS-NEW-JRN-OK
               DISPLAY "*** ERRO AO FECHAR NEW-JRN-FILE "
                       "- STATUS " FS-NEW-JRN-FILE " ***"
               SET WS-ERRO-GRAVACAO TO TRUE
           END-IF.
           CLOSE ARCH-FILE.
           IF NOT FS-ARCH-OK
               DISPLAY "*** ERRO AO FECHAR ARCH-FILE "
                       "- STATUS " FS-ARCH-FILE " ***"
               SET WS-ERRO-GRAVACAO TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-ENTRADA.
           READ JRN-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDAS
           END-READ.
       2100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2200-TRATAR-ENTRADA - ENTRADA ANTERIOR A MARCA VAI PARA *
      * O HISTORICO, AS DEMAIS PARA O JORNAL NOVO. SO A LINHA   *
      * GRAVADA E CONTADA; FALHA DE GRAVACAO E CONTADA A PARTE  *
      * E IMPEDE A TROCA DO JORNAL (CODIGO 12).                 *
      *--------------------------------------------------------*
       2200-TRATAR-ENTRADA.
           IF WS-TOTAL-LIDAS < WS-POSICAO-MARCA
               MOVE JOURNAL-REC TO ARCH-REC
               WRITE ARCH-REC
               IF FS-ARCH-OK
                   ADD 1 TO WS-TOTAL-ARQUIVADAS
               ELSE
                   DISPLAY "*** ERRO AO GRAVAR ARCH-FILE "
                           "- STATUS " FS-ARCH-FILE " ***"
                   ADD 1 TO WS-TOTAL-FALHAS
                   SET WS-ERRO-GRAVACAO TO TRUE
               END-IF
           ELSE
               MOVE JOURNAL-REC TO NEW-JRN-REC
               WRITE NEW-JRN-REC
               IF FS-NEW-JRN-OK
                   ADD 1 TO WS-TOTAL-MANTIDAS
               ELSE
                   DISPLAY "*** ERRO AO GRAVAR NEW-JRN-FILE "
                           "- STATUS " FS-NEW-JRN-FILE " ***"
                   ADD 1 TO WS-TOTAL-FALHAS
                   SET WS-ERRO-GRAVACAO TO TRUE
               END-IF
           END-IF.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-BALANCO - GRAVA E EXIBE A COPIA DE        *
      * REFERENCIA E OS TOTAIS DE BALANCEAMENTO DA LIMPEZA      *
      * (LIDAS = ARQUIVADAS + MANTIDAS).                        *
      *--------------------------------------------------------*
       8000-IMPRIMIR-BALANCO.
           MOVE SPACES TO PRINT-REC.
           MOVE "RELATORIO DE LIMPEZA DO JORNAL PERSONJRN"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
                  "   COPIA MAIS ANTIGA RETIDA: " DELIMITED BY SIZE
                  WS-CAB-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAB-HORA DELIMITED BY SIZE
                  " - CICLO " DELIMITED BY SIZE
                  WS-CAB-DATA-CICLO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS LIDAS DO JORNAL.......: " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "MOVIDAS P/ JORNAL HISTORICO....: " DELIMITED BY SIZE
                  WS-TOTAL-ARQUIVADAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "MANTIDAS NO JORNAL NOVO........: " DELIMITED BY SIZE
                  WS-TOTAL-MANTIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "FALHAS DE GRAVACAO.............: " DELIMITED BY SIZE
                  WS-TOTAL-FALHAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-ERRO-GRAVACAO
               MOVE SPACES TO PRINT-REC
               MOVE "*** ERRO DE GRAVACAO - NAO TROCAR PELO JRNNOVO ***"
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           IF WS-TOTAL-LIDAS =
              WS-TOTAL-ARQUIVADAS + WS-TOTAL-MANTIDAS
               MOVE SPACES TO PRINT-REC
               MOVE "BALANCEAMENTO OK - TOTAIS CONFEREM" TO PRINT-REC
               WRITE PRINT-REC
           ELSE
               MOVE SPACES TO PRINT-REC
               MOVE "*** BALANCEAMENTO COM DIFERENCA - CONFERIR ***"
                   TO PRINT-REC
               WRITE PRINT-REC
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           DISPLAY "LIMPEZA DO JORNAL CONCLUIDA - "
                   WS-TOTAL-LIDAS " LIDA(S), "
                   WS-TOTAL-ARQUIVADAS " ARQUIVADA(S), "
                   WS-TOTAL-MANTIDAS " MANTIDA(S)".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O RELATORIO E GRAVA A LINHA DE   *
      * ESTATISTICA DA RODADA.                                  *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9100-GRAVAR-ESTATISTICA - ACRESCENTA A LINHA-RESUMO DA  *
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): LIDAS NO  *
      * JORNAL, MOVIDAS PARA O HISTORICO E A DIFERENCA DO       *
      * BALANCEAMENTO.                                          *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "JOURNAL-ARCHIVE" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-LIDAS TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-ARQUIVADAS TO RUNSTAT-ACEITOS
               COMPUTE RUNSTAT-REJEITADOS = WS-TOTAL-LIDAS
                       - WS-TOTAL-ARQUIVADAS - WS-TOTAL-MANTIDAS
               MOVE ZERO TO RUNSTAT-TRUNCADOS
               MOVE WS-COD-RETORNO TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE
               DISPLAY "*** NAO FOI POSSIVEL GRAVAR ESTATISTICA "
                       "- STATUS " FS-STAT-FILE " ***"
           END-IF.
       9100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9500-DEFINIR-RETORNO - CONSOLIDA O CODIGO DE RETORNO DA *
      * RODADA: 0=JORNAL LIMPO (TROCAR PELO JRNNOVO),           *
      * 4=BALANCEAMENTO COM DIFERENCA (NAO TROCAR), 12=LIMPEZA  *
      * RECUSADA OU ERRO DE GRAVACAO (NAO TROCAR).              *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-ERRO-GRAVACAO
               MOVE 12 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

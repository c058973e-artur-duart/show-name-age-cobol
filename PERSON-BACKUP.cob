       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-BACKUP.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: COPIA-IMAGEM DO CADASTRO PERSONDB: GRAVA O
      *           CADASTRO INTEIRO, NA ORDEM DO PERSON-ID, NO
      *           ARQUIVO SEQUENCIAL PERSOBKP (COPYBOOK
      *           BACKUP-REC), ENTRE UM CABECALHO E UM TRAILER COM
      *           A DATA DO CICLO, A DATA/HORA DA COPIA, A
      *           QUANTIDADE DE REGISTROS E A SOMA DOS PERSON-IDS,
      *           E GRAVA NO JORNAL DE ALTERACOES (PERSONJRN) A
      *           MARCA DE SINCRONISMO (OPERACAO B) DESSA COPIA -
      *           O PONTO A PARTIR DO QUAL PERSON-RECOVER REAPLICA
      *           O JORNAL DEPOIS DE RESTAURAR A IMAGEM, E A
      *           REFERENCIA DA LIMPEZA DO JORNAL
      *           (JOURNAL-ARCHIVE).
      * DATA: 21/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 21/09/2026 AD     VERSAO ORIGINAL - LEITURA DE CONTAGEM
      *                   (TOTAIS DO CABECALHO) E LEITURA DE COPIA
      *                   (TOTAIS DO TRAILER); TOTAIS DIFERENTES
      *                   INVALIDAM A COPIA (CODIGO 12, SEM MARCA
      *                   NO JORNAL). LINHA DE ESTATISTICA NO
      *                   RUNSTATS.
      * 15/10/2026 AD     COPIA INVALIDADA (CODIGO 12, SEM MARCA)
      *                   QUANDO O JORNAL RECEBE ALTERACAO DE
      *                   CADASTRO (I/A/E/S) DURANTE A COPIA, OU
      *                   QUANDO FALHA A GRAVACAO DO CABECALHO,
      *                   DO TRAILER OU O FECHAMENTO DA COPIA.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO "PERSONDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSON-FILE.

           SELECT BACKUP-FILE ASSIGN TO "PERSOBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP-FILE.

           SELECT JRN-FILE ASSIGN TO "PERSONJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

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
       FD  PERSON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PERSON-REC.CPY".

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "BACKUP-REC.CPY".

       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

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

       01  FS-PERSON-FILE                   PIC X(02).
           88  FS-PERSON-OK                 VALUE "00".

       01  FS-BACKUP-FILE                   PIC X(02).
           88  FS-BACKUP-OK                 VALUE "00".

       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).

      *    CARIMBO DA COPIA: DATA/HORA DO RELOGIO, O MESMO QUE VAI
      *    NA MARCA DO JORNAL (O JORNAL E CARIMBADO PELO RELOGIO).
       01  WS-DATA-COPIA                    PIC 9(08).
       01  WS-HORA-COPIA                    PIC 9(08).

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-COPIA-OK-SW                   PIC X(01)   VALUE "N".
           88  WS-COPIA-OK                  VALUE "S".
       77  WS-MARCA-GRAVADA-SW              PIC X(01)   VALUE "N".
           88  WS-MARCA-GRAVADA             VALUE "S".

       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

      *    TOTAIS DE CONTROLE: LEITURA DE CONTAGEM (CABECALHO) E
      *    LEITURA DE COPIA (TRAILER).
       77  WS-QTD-CONTAGEM                  PIC 9(07)   VALUE ZERO.
       77  WS-HASH-CONTAGEM                 PIC 9(13)   VALUE ZERO.
       77  WS-QTD-COPIA                     PIC 9(07)   VALUE ZERO.
       77  WS-HASH-COPIA                    PIC 9(13)   VALUE ZERO.
       77  WS-TOTAL-GRAVADOS                PIC 9(07)   VALUE ZERO.
       77  WS-ERRO-COPIA-SW                 PIC X(01)   VALUE "N".
           88  WS-ERRO-COPIA                VALUE "S".

      *    LINHAS DO JORNAL ANTES DA LEITURA DE CONTAGEM E
      *    ALTERACOES DE CADASTRO (I/A/E/S) GRAVADAS NO JORNAL
      *    DEPOIS DELAS, ATE A CONFERENCIA DA COPIA.
       77  WS-QTD-JORNAL-INICIO             PIC 9(07)   VALUE ZERO.
       77  WS-QTD-JORNAL-LIDAS              PIC 9(07)   VALUE ZERO.
       77  WS-QTD-ALTERACOES-JORNAL         PIC 9(07)   VALUE ZERO.

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1500-CONTAR-JORNAL THRU 1500-EXIT.
           PERFORM 2000-CONTAR-CADASTRO THRU 2000-EXIT.
           PERFORM 3000-COPIAR-CADASTRO THRU 3000-EXIT.
           PERFORM 4000-CONFERIR-COPIA THRU 4000-EXIT.
           IF WS-COPIA-OK
               PERFORM 5000-GRAVAR-MARCA THRU 5000-EXIT
           END-IF.
           PERFORM 8000-IMPRIMIR-BALANCO THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO E O CARIMBO DA *
      * COPIA E ABRE O CADASTRO, A COPIA E O RELATORIO.         *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           STRING WS-DATA-EXEC (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-EXEC-FMT.
           ACCEPT WS-DATA-COPIA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-COPIA FROM TIME.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR BACKUP-FILE "
                       "- STATUS " FS-BACKUP-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
      * 1500-CONTAR-JORNAL - CONTA AS LINHAS DO JORNAL ANTES DE *
      * LER O CADASTRO. O QUE FOR GRAVADO DEPOIS DELAS E        *
      * CONFERIDO EM 4100. JORNAL AUSENTE CONTA ZERO LINHAS.    *
      *--------------------------------------------------------*
       1500-CONTAR-JORNAL.
           OPEN INPUT JRN-FILE.
           IF FS-JRN-OK
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 1510-LER-JORNAL THRU 1510-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE JRN-FILE
           END-IF.
       1500-EXIT.
           EXIT.

       1510-LER-JORNAL.
           READ JRN-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-JORNAL-INICIO
           END-READ.
       1510-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-CONTAR-CADASTRO - LEITURA DE CONTAGEM: QUANTIDADE  *
      * DE REGISTROS E SOMA DOS PERSON-IDS, QUE VAO NO          *
      * CABECALHO DA COPIA.                                     *
      *--------------------------------------------------------*
       2000-CONTAR-CADASTRO.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 2100-LER-CONTAGEM THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE PERSON-FILE.
       2000-EXIT.
           EXIT.

       2100-LER-CONTAGEM.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-CONTAGEM
                   ADD PERSON-ID TO WS-HASH-CONTAGEM
           END-READ.
       2100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-COPIAR-CADASTRO - GRAVA O CABECALHO, RELE O        *
      * CADASTRO GRAVANDO UM DETALHE POR REGISTRO E FECHA A     *
      * COPIA COM O TRAILER DOS TOTAIS DESTA LEITURA. FALHA NO  *
      * CABECALHO, NO TRAILER OU NO FECHAMENTO INVALIDA A COPIA.*
      *--------------------------------------------------------*
       3000-COPIAR-CADASTRO.
           MOVE SPACES TO BACKUP-REC.
           SET BKP-CABECALHO TO TRUE.
           MOVE WS-DATA-EXEC TO BKP-DATA-CICLO.
           MOVE WS-DATA-COPIA TO BKP-DATA.
           MOVE WS-HORA-COPIA (1:6) TO BKP-HORA.
           MOVE WS-QTD-CONTAGEM TO BKP-QTD-REGISTROS.
           MOVE WS-HASH-CONTAGEM TO BKP-HASH-IDS.
           WRITE BACKUP-REC.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** ERRO AO GRAVAR O CABECALHO DA COPIA "
                       "- STATUS " FS-BACKUP-FILE " ***"
               SET WS-ERRO-COPIA TO TRUE
           END-IF.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL REABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 3100-LER-REGISTRO THRU 3100-EXIT.
           PERFORM 3200-GRAVAR-DETALHE THRU 3200-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE PERSON-FILE.
           MOVE SPACES TO BACKUP-REC.
           SET BKP-TRAILER TO TRUE.
           MOVE WS-DATA-EXEC TO BKP-DATA-CICLO.
           MOVE WS-DATA-COPIA TO BKP-DATA.
           MOVE WS-HORA-COPIA (1:6) TO BKP-HORA.
           MOVE WS-QTD-COPIA TO BKP-QTD-REGISTROS.
           MOVE WS-HASH-COPIA TO BKP-HASH-IDS.
           WRITE BACKUP-REC.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** ERRO AO GRAVAR O TRAILER DA COPIA "
                       "- STATUS " FS-BACKUP-FILE " ***"
               SET WS-ERRO-COPIA TO TRUE
           END-IF.
           CLOSE BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** ERRO AO FECHAR A COPIA "
                       "- STATUS " FS-BACKUP-FILE " ***"
               SET WS-ERRO-COPIA TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LER-REGISTRO.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-COPIA
                   ADD PERSON-ID TO WS-HASH-COPIA
           END-READ.
       3100-EXIT.
           EXIT.

       3200-GRAVAR-DETALHE.
           MOVE SPACES TO BACKUP-REC.
           SET BKP-DETALHE TO TRUE.
           MOVE PERSON-REC TO BKP-IMAGEM.
           WRITE BACKUP-REC.
           IF FS-BACKUP-OK
               ADD 1 TO WS-TOTAL-GRAVADOS
           ELSE
               DISPLAY "*** ERRO AO GRAVAR NA COPIA O ID "
                       PERSON-ID " - STATUS " FS-BACKUP-FILE " ***"
           END-IF.
           PERFORM 3100-LER-REGISTRO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-CONFERIR-COPIA - A COPIA SO VALE SE AS DUAS        *
      * LEITURAS DERAM OS MESMOS TOTAIS, TODO REGISTRO LIDO FOI *
      * GRAVADO, CABECALHO E TRAILER FORAM GRAVADOS E O JORNAL  *
      * NAO RECEBEU ALTERACAO DE CADASTRO DURANTE A COPIA (UMA  *
      * ALTERACAO DE REGISTRO JA COPIADO NAO MUDA OS TOTAIS,    *
      * MAS FICARIA ANTES DA MARCA E NAO SERIA REAPLICADA);     *
      * SENAO A RODADA TERMINA COM CODIGO 12 E SEM MARCA NO     *
      * JORNAL, PARA A COPIA NUNCA SER USADA.                   *
      *--------------------------------------------------------*
       4000-CONFERIR-COPIA.
           PERFORM 4100-CONFERIR-JORNAL THRU 4100-EXIT.
           IF WS-QTD-CONTAGEM = WS-QTD-COPIA
              AND WS-HASH-CONTAGEM = WS-HASH-COPIA
              AND WS-TOTAL-GRAVADOS = WS-QTD-COPIA
              AND NOT WS-ERRO-COPIA
              AND WS-QTD-ALTERACOES-JORNAL = ZERO
               SET WS-COPIA-OK TO TRUE
           ELSE
               MOVE 12 TO WS-COD-RETORNO
           END-IF.
       4000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4100-CONFERIR-JORNAL - RELE O JORNAL E CONTA AS         *
      * ALTERACOES DE CADASTRO (I/A/E/S) GRAVADAS DEPOIS DAS    *
      * LINHAS CONTADAS EM 1500.                                *
      *--------------------------------------------------------*
       4100-CONFERIR-JORNAL.
           MOVE ZERO TO WS-QTD-JORNAL-LIDAS.
           MOVE ZERO TO WS-QTD-ALTERACOES-JORNAL.
           OPEN INPUT JRN-FILE.
           IF FS-JRN-OK
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 4110-LER-JORNAL THRU 4110-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE JRN-FILE
           END-IF.
           IF WS-QTD-ALTERACOES-JORNAL > ZERO
               DISPLAY "*** " WS-QTD-ALTERACOES-JORNAL
                       " ALTERACAO(OES) NO JORNAL DURANTE A COPIA ***"
           END-IF.
       4100-EXIT.
           EXIT.

       4110-LER-JORNAL.
           READ JRN-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-JORNAL-LIDAS
                   IF WS-QTD-JORNAL-LIDAS > WS-QTD-JORNAL-INICIO
                      AND (JRN-OPERACAO = "I" OR JRN-OPERACAO = "A"
                           OR JRN-OPERACAO = "E"
                           OR JRN-OPERACAO = "S")
                       ADD 1 TO WS-QTD-ALTERACOES-JORNAL
                   END-IF
           END-READ.
       4110-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-GRAVAR-MARCA - ACRESCENTA NO JORNAL A MARCA DE     *
      * SINCRONISMO DA COPIA (OPERACAO B, ID ZERADO), COM O     *
      * MESMO CARIMBO E OS MESMOS TOTAIS DO CABECALHO. SEM A    *
      * MARCA A COPIA NAO SERVE PARA A RECUPERACAO AUTOMATICA:  *
      * FALHA AQUI DA CODIGO 8.                                 *
      *--------------------------------------------------------*
       5000-GRAVAR-MARCA.
           OPEN EXTEND JRN-FILE.
           IF NOT FS-JRN-OK
               CLOSE JRN-FILE
               OPEN OUTPUT JRN-FILE
           END-IF.
           IF FS-JRN-OK
               MOVE SPACES TO JOURNAL-REC
               MOVE "B" TO JRN-OPERACAO
               MOVE ZERO TO JRN-ID
               MOVE "PERSON-BACKUP" TO JRN-PROGRAMA
               MOVE "*LOTE*" TO JRN-OPERADOR
               MOVE WS-DATA-COPIA TO JRN-DATA
               MOVE WS-HORA-COPIA (1:6) TO JRN-HORA
               MOVE WS-DATA-EXEC TO JRN-MARCA-CICLO
               MOVE WS-QTD-CONTAGEM TO JRN-MARCA-QTD
               MOVE WS-HASH-CONTAGEM TO JRN-MARCA-HASH
               WRITE JOURNAL-REC
               IF FS-JRN-OK
                   SET WS-MARCA-GRAVADA TO TRUE
               END-IF
               CLOSE JRN-FILE
           END-IF.
           IF NOT WS-MARCA-GRAVADA
               DISPLAY "*** NAO FOI POSSIVEL GRAVAR A MARCA NO "
                       "JORNAL - STATUS " FS-JRN-FILE " ***"
               IF WS-COD-RETORNO < 8
                   MOVE 8 TO WS-COD-RETORNO
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-BALANCO - GRAVA E EXIBE OS TOTAIS DE      *
      * CONTROLE DA COPIA E A SITUACAO DA MARCA NO JORNAL.      *
      *--------------------------------------------------------*
       8000-IMPRIMIR-BALANCO.
           MOVE SPACES TO PRINT-REC.
           MOVE "RELATORIO DE COPIA-IMAGEM DO CADASTRO PERSONDB"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
                  "   COPIA DE " DELIMITED BY SIZE
                  WS-DATA-COPIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA-COPIA (1:6) DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS NA CONTAGEM (CABEC.).: " DELIMITED BY SIZE
                  WS-QTD-CONTAGEM DELIMITED BY SIZE
                  "   SOMA DOS IDS: " DELIMITED BY SIZE
                  WS-HASH-CONTAGEM DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS NA COPIA (TRAILER)...: " DELIMITED BY SIZE
                  WS-QTD-COPIA DELIMITED BY SIZE
                  "   SOMA DOS IDS: " DELIMITED BY SIZE
                  WS-HASH-COPIA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS GRAVADOS NA COPIA....: " DELIMITED BY SIZE
                  WS-TOTAL-GRAVADOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ALTERACOES NO JORNAL NA COPIA..: " DELIMITED BY SIZE
                  WS-QTD-ALTERACOES-JORNAL DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-COPIA-OK
               MOVE "BALANCEAMENTO OK - TOTAIS CONFEREM" TO PRINT-REC
           ELSE
               STRING "*** COPIA INVALIDA - CADASTRO/JORNAL ALTERADO "
                          DELIMITED BY SIZE
                      "OU ERRO DE GRAVACAO DURANTE A COPIA ***"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-MARCA-GRAVADA
               MOVE "MARCA DE SINCRONISMO GRAVADA NO JORNAL"
                   TO PRINT-REC
           ELSE
               MOVE "*** MARCA DE SINCRONISMO NAO GRAVADA ***"
                   TO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           DISPLAY "COPIA-IMAGEM DO CADASTRO CONCLUIDA - "
                   WS-QTD-COPIA " REGISTRO(S), "
                   WS-TOTAL-GRAVADOS " GRAVADO(S)".
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
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): LIDOS NA  *
      * LEITURA DE COPIA, GRAVADOS NA COPIA E A DIFERENCA.      *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "PERSON-BACKUP" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-QTD-COPIA TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-GRAVADOS TO RUNSTAT-ACEITOS
               COMPUTE RUNSTAT-REJEITADOS =
                       WS-QTD-COPIA - WS-TOTAL-GRAVADOS
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
      * RODADA: 0=COPIA E MARCA GRAVADAS, 8=MARCA NAO GRAVADA,  *
      * 12=COPIA INVALIDA (NAO USAR).                           *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

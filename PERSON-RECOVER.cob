      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: RECUPERACAO PARA FRENTE DO CADASTRO PERSONDB:
      *           CONFERE E RESTAURA A COPIA-IMAGEM (PERSOBKP,
      *           GRAVADA POR PERSON-BACKUP), LE O JORNAL DE
      *           ALTERACOES (PERSONJRN, COPYBOOK JOURNAL-REC)
      *           GRAVADO POR PERSON-MAINTENANCE E
      *           PERSON-BATCH-UPDATE E, A PARTIR DA MARCA DE
      *           SINCRONISMO DA COPIA, REAPLICA CADA OPERACAO
      *           (INCLUSAO, ALTERACAO, EXCLUSAO, TROCA DE
      *           SITUACAO) ATE A DATA/HORA DE CORTE ESCOLHIDA,
      *           COM RELATORIO DE BALANCEAMENTO DE APLICADAS X
      *                   MEIA-NOITE OU E RERODADA DE MANHA SAIR
      *                   SOB A DATA OFICIAL DO CICLO (AVANCADA
      *                   POR CYCLE-ADVANCE NO FIM DO CICLO).
      * 18/09/2026 AD     JORNAL COM O ID DO OPERADOR
      *                   (REGISTRO DE 157 POSICOES); ENTRADA
      *                   DE FALHA DE IDENTIFICACAO (OP L) E
      *                   IGNORADA E ENTRA NO BALANCEAMENTO.
      * 21/09/2026 AD     RESTAURA ELE PROPRIO A COPIA-IMAGEM
      *                   PERSOBKP DEPOIS DE CONFERIR
      *                   CABECALHO, TRAILER E DETALHES
      *                   (QUANTIDADE E SOMA DOS IDS) E DE
      *                   ACHAR NO JORNAL A MARCA DE
      *                   SINCRONISMO DA COPIA (OP B); A
      *                   REAPLICACAO COMECA LOGO APOS A MARCA
      *                   EM VEZ DE UMA DATA/HORA DIGITADA.
      *                   COPIA OU MARCA QUE NAO CONFERE
      *                   RECUSA A RECUPERACAO COM CODIGO 12
      *                   SEM TOCAR NO CADASTRO.
      * 15/10/2026 AD     COPIA COM PERSON-IDS FORA DE ORDEM OU
      *                   REPETIDOS E RECUSADA NA CONFERENCIA,
      *                   ANTES DE RECRIAR O CADASTRO; FALHA NA
      *                   RESTAURACAO AVISA QUE O PERSONDB FICOU
      *                   PARCIAL.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

           SELECT BACKUP-FILE ASSIGN TO "PERSOBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP-FILE.

           SELECT PERSON-FILE ASSIGN TO "PERSONDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "BACKUP-REC.CPY".

       FD  PERSON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PERSON-REC.CPY".
       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-BACKUP-FILE                   PIC X(02).
           88  FS-BACKUP-OK                 VALUE "00".

       01  FS-PERSON-FILE                   PIC X(02).
           88  FS-PERSON-OK                 VALUE "00".

       77  WS-ERRO-ENTRADA-SW               PIC X(01)   VALUE "N".
           88  WS-ERRO-ENTRADA              VALUE "S".

       77  WS-IMAGEM-VALIDA-SW              PIC X(01)   VALUE "S".
           88  WS-IMAGEM-VALIDA             VALUE "S".
       77  WS-CABECALHO-LIDO-SW             PIC X(01)   VALUE "N".
           88  WS-CABECALHO-LIDO            VALUE "S".
       77  WS-TRAILER-LIDO-SW               PIC X(01)   VALUE "N".
           88  WS-TRAILER-LIDO              VALUE "S".

      *    CONTROLE DA COPIA-IMAGEM (PERSOBKP): TOTAIS DO
      *    CABECALHO E DO TRAILER E OS RECALCULADOS NA CONFERENCIA.
       77  WS-CAB-DATA-CICLO                PIC 9(08)   VALUE ZERO.
       77  WS-CAB-DATA                      PIC 9(08)   VALUE ZERO.
       77  WS-CAB-HORA                      PIC 9(06)   VALUE ZERO.
       77  WS-CAB-QTD                       PIC 9(07)   VALUE ZERO.
       77  WS-CAB-HASH                      PIC 9(13)   VALUE ZERO.
       77  WS-TRL-QTD                       PIC 9(07)   VALUE ZERO.
       77  WS-TRL-HASH                      PIC 9(13)   VALUE ZERO.
       77  WS-IMG-QTD                       PIC 9(07)   VALUE ZERO.
       77  WS-IMG-HASH                      PIC 9(13)   VALUE ZERO.
       77  WS-ID-IMAGEM                     PIC 9(06).
       77  WS-ID-ANTERIOR                   PIC 9(06)   VALUE ZERO.
       77  WS-TOTAL-RESTAURADOS             PIC 9(07)   VALUE ZERO.
       77  WS-MENSAGEM-RECUSA               PIC X(132).

      *    POSICAO (ORDEM NO JORNAL) DA MARCA DE SINCRONISMO DA
      *    COPIA; AS ENTRADAS ATE ELA JA ESTAO NA IMAGEM.
       77  WS-POSICAO-MARCA                 PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-ANTERIORES              PIC 9(07)   VALUE ZERO.

       77  WS-TOTAL-LIDAS                   PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-APLICADAS               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-PULADAS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ERROS                   PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-IGNORADAS               PIC 9(05)   VALUE ZERO.
       77  WS-APL-INCLUSOES                 PIC 9(05)   VALUE ZERO.
       77  WS-APL-ALTERACOES                PIC 9(05)   VALUE ZERO.
       77  WS-APL-EXCLUSOES                 PIC 9(05)   VALUE ZERO.
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-CONFERIR-IMAGEM THRU 1100-EXIT.
           PERFORM 1200-LOCALIZAR-MARCA THRU 1200-EXIT.
           PERFORM 1300-RESTAURAR-IMAGEM THRU 1300-EXIT.
           PERFORM 2000-REAPLICAR-JORNAL THRU 2000-EXIT.
           PERFORM 8000-IMPRIMIR-BALANCO THRU 8000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - PERGUNTA A DATA/HORA DE CORTE (ENTER *
      * REAPLICA ATE O FIM DO JORNAL) E ABRE O RELATORIO. O     *
      * INICIO DA REAPLICACAO VEM DA MARCA DA COPIA-IMAGEM.     *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
                  WS-DATA-EXEC (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-EXEC-FMT.
           DISPLAY "DATA DE CORTE DA REAPLICACAO "
                   "(AAAAMMDD, ENTER=ATE O FIM DO JORNAL)? ".
           ACCEPT WS-DATA-CORTE-ENT.
           IF WS-DATA-CORTE-ENT IS NUMERIC
              AND WS-DATA-CORTE-ENT NOT = ZEROS
                   MOVE WS-HORA-CORTE-ENT TO WS-HORA-CORTE
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PRINT-FILE "
       1050-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1100-CONFERIR-IMAGEM - LE A COPIA-IMAGEM INTEIRA        *
      * (PERSOBKP, GRAVADA POR PERSON-BACKUP) ANTES DE TOCAR NO *
      * CADASTRO: EXIGE CABECALHO NO INICIO E TRAILER NO FIM,   *
      * COM OS MESMOS TOTAIS, E RECALCULA A QUANTIDADE DE       *
      * DETALHES E A SOMA DOS PERSON-IDS E EXIGE OS PERSON-IDS  *
      * EM ORDEM ESTRITAMENTE CRESCENTE (SEM REPETICAO), PARA A *
      * RESTAURACAO NAO FALHAR NO MEIO. COPIA QUE NAO CONFERE   *
      * E RECUSADA (CODIGO 12) E O CADASTRO FICA COMO ESTA.     *
      *--------------------------------------------------------*
       1100-CONFERIR-IMAGEM.
           OPEN INPUT BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR BACKUP-FILE "
                       "- STATUS " FS-BACKUP-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 1110-LER-IMAGEM THRU 1110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE BACKUP-FILE.
           IF NOT WS-CABECALHO-LIDO
              OR NOT WS-TRAILER-LIDO
               MOVE "N" TO WS-IMAGEM-VALIDA-SW
           END-IF.
           IF WS-CAB-QTD NOT = WS-TRL-QTD
              OR WS-CAB-QTD NOT = WS-IMG-QTD
              OR WS-CAB-HASH NOT = WS-TRL-HASH
              OR WS-CAB-HASH NOT = WS-IMG-HASH
               MOVE "N" TO WS-IMAGEM-VALIDA-SW
           END-IF.
           IF NOT WS-IMAGEM-VALIDA
               MOVE SPACES TO WS-MENSAGEM-RECUSA
               STRING "*** COPIA-IMAGEM INVALIDA - CABECALHO, "
                          DELIMITED BY SIZE
                      "TRAILER E DETALHES NAO CONFEREM OU IDS "
                          DELIMITED BY SIZE
                      "FORA DE ORDEM ***"
                          DELIMITED BY SIZE
                   INTO WS-MENSAGEM-RECUSA
               PERFORM 1900-RECUSAR-RECUPERACAO THRU 1900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1110-LER-IMAGEM - TRATA UMA LINHA DA COPIA: O CABECALHO *
      * SO VALE COMO PRIMEIRA LINHA, O DETALHE SO ENTRE         *
      * CABECALHO E TRAILER, E NADA PODE VIR DEPOIS DO TRAILER. *
      *--------------------------------------------------------*
       1110-LER-IMAGEM.
           READ BACKUP-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-TRAILER-LIDO
                           MOVE "N" TO WS-IMAGEM-VALIDA-SW
                       WHEN BKP-CABECALHO
                           IF WS-CABECALHO-LIDO
                               MOVE "N" TO WS-IMAGEM-VALIDA-SW
                           ELSE
                               SET WS-CABECALHO-LIDO TO TRUE
                               MOVE BKP-DATA-CICLO
                                   TO WS-CAB-DATA-CICLO
                               MOVE BKP-DATA TO WS-CAB-DATA
                               MOVE BKP-HORA TO WS-CAB-HORA
                               MOVE BKP-QTD-REGISTROS TO WS-CAB-QTD
                               MOVE BKP-HASH-IDS TO WS-CAB-HASH
                           END-IF
                       WHEN NOT WS-CABECALHO-LIDO
                           MOVE "N" TO WS-IMAGEM-VALIDA-SW
                       WHEN BKP-DETALHE
                           ADD 1 TO WS-IMG-QTD
                           MOVE BKP-IMAGEM (1:6) TO WS-ID-IMAGEM
                           IF WS-ID-IMAGEM IS NUMERIC
                               ADD WS-ID-IMAGEM TO WS-IMG-HASH
                               IF WS-IMG-QTD > 1
                                  AND WS-ID-IMAGEM NOT > WS-ID-ANTERIOR
                                   MOVE "N" TO WS-IMAGEM-VALIDA-SW
                               END-IF
                               MOVE WS-ID-IMAGEM TO WS-ID-ANTERIOR
                           ELSE
                               MOVE "N" TO WS-IMAGEM-VALIDA-SW
                           END-IF
                       WHEN BKP-TRAILER
                           SET WS-TRAILER-LIDO TO TRUE
                           MOVE BKP-QTD-REGISTROS TO WS-TRL-QTD
                           MOVE BKP-HASH-IDS TO WS-TRL-HASH
                           IF BKP-DATA NOT = WS-CAB-DATA
                              OR BKP-HORA NOT = WS-CAB-HORA
                               MOVE "N" TO WS-IMAGEM-VALIDA-SW
                           END-IF
                       WHEN OTHER
                           MOVE "N" TO WS-IMAGEM-VALIDA-SW
                   END-EVALUATE
           END-READ.
       1110-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1200-LOCALIZAR-MARCA - PROCURA NO JORNAL A MARCA DE     *
      * SINCRONISMO (OPERACAO B) GRAVADA COM A COPIA: MESMA     *
      * DATA/HORA E MESMOS TOTAIS DO CABECALHO. A REAPLICACAO   *
      * COMECA LOGO DEPOIS DELA; SEM A MARCA (JORNAL DE OUTRA   *
      * EPOCA, OU COPIA JA EXPURGADA DO JORNAL) A RECUPERACAO   *
      * E RECUSADA ANTES DE TOCAR NO CADASTRO.                  *
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
               PERFORM 1900-RECUSAR-RECUPERACAO THRU 1900-EXIT
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
      * 1300-RESTAURAR-IMAGEM - RECRIA O CADASTRO A PARTIR DA   *
      * COPIA JA CONFERIDA E REABRE-O PARA A REAPLICACAO. A     *
      * RESTAURACAO QUE NAO GRAVA TODOS OS REGISTROS DO         *
      * CABECALHO E RECUSADA (O JORNAL NAO E REAPLICADO) E      *
      * DEIXA O PERSONDB PARCIAL - E PRECISO RESTAURAR DE NOVO. *
      *--------------------------------------------------------*
       1300-RESTAURAR-IMAGEM.
           OPEN INPUT BACKUP-FILE.
           IF NOT FS-BACKUP-OK
               DISPLAY "*** NAO FOI POSSIVEL REABRIR BACKUP-FILE "
                       "- STATUS " FS-BACKUP-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL CRIAR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 1310-RESTAURAR-REGISTRO THRU 1310-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE BACKUP-FILE.
           CLOSE PERSON-FILE.
           IF WS-TOTAL-RESTAURADOS NOT = WS-CAB-QTD
               MOVE SPACES TO WS-MENSAGEM-RECUSA
               STRING "*** RESTAURACAO INCOMPLETA - "
                          DELIMITED BY SIZE
                      WS-TOTAL-RESTAURADOS DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      WS-CAB-QTD DELIMITED BY SIZE
                      " REGISTROS - PERSONDB PARCIALMENTE "
                          DELIMITED BY SIZE
                      "RESTAURADO - RESTAURAR NOVAMENTE ***"
                          DELIMITED BY SIZE
                   INTO WS-MENSAGEM-RECUSA
               PERFORM 1900-RECUSAR-RECUPERACAO THRU 1900-EXIT
           END-IF.
           OPEN INPUT JRN-FILE.
           IF NOT FS-JRN-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR JRN-FILE "
                       "- STATUS " FS-JRN-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
       1300-EXIT.
           EXIT.

       1310-RESTAURAR-REGISTRO.
           READ BACKUP-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF BKP-DETALHE
                       MOVE BKP-IMAGEM TO PERSON-REC
                       WRITE PERSON-REC
                           INVALID KEY
                               DISPLAY "*** ID " PERSON-ID
                                       " NAO RESTAURADO - STATUS "
                                       FS-PERSON-FILE " ***"
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-RESTAURADOS
                       END-WRITE
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1900-RECUSAR-RECUPERACAO - REGISTRA NO RELATORIO E NO   *
      * CONSOLE O MOTIVO (WS-MENSAGEM-RECUSA) E ENCERRA A       *
      * RODADA COM CODIGO 12.                                   *
      *--------------------------------------------------------*
       1900-RECUSAR-RECUPERACAO.
           MOVE SPACES TO PRINT-REC.
           MOVE "RELATORIO DE RECUPERACAO DO CADASTRO PERSONDB"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-MENSAGEM-RECUSA TO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE PRINT-FILE.
           DISPLAY WS-MENSAGEM-RECUSA.
           DISPLAY "RECUPERACAO RECUSADA - CODIGO DE RETORNO 12".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       1900-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-REAPLICAR-JORNAL - LE O JORNAL INTEIRO NA ORDEM DE *
      * GRAVACAO E REAPLICA CADA ENTRADA POSTERIOR A MARCA DA   *
      * COPIA E DENTRO DO CORTE.                                *
      *--------------------------------------------------------*
       2000-REAPLICAR-JORNAL.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2200-TRATAR-ENTRADA - ENTRADA ATE A MARCA DA COPIA JA  *
      * ESTA NA IMAGEM RESTAURADA E SO E CONTADA; DEPOIS DELA,  *
      * ENTRADA ATE A DATA/HORA DE CORTE E REAPLICADA NO        *
      * CADASTRO E ENTRADA POSTERIOR E PULADA (CONTADA PARA O   *
      * BALANCEAMENTO). ENTRADA QUE NAO MEXE NO CADASTRO (FALHA *
      * DE IDENTIFICACAO DE OPERADOR, OP L, E MARCA DE OUTRA    *
      * COPIA, OP B) E IGNORADA, TAMBEM CONTADA NO              *
      * BALANCEAMENTO.                                          *
      *--------------------------------------------------------*
       2200-TRATAR-ENTRADA.
           EVALUATE TRUE
               WHEN WS-TOTAL-LIDAS NOT > WS-POSICAO-MARCA
                   ADD 1 TO WS-TOTAL-ANTERIORES
               WHEN JRN-OPERACAO = "L" OR JRN-OPERACAO = "B"
                   ADD 1 TO WS-TOTAL-IGNORADAS
               WHEN JRN-DATA > WS-DATA-CORTE
                    OR (JRN-DATA = WS-DATA-CORTE
                        AND JRN-HORA > WS-HORA-CORTE)
                   ADD 1 TO WS-TOTAL-PULADAS
               WHEN OTHER
                   PERFORM 3000-APLICAR-ENTRADA THRU 3000-EXIT
           END-EVALUATE.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-BALANCO - GRAVA E EXIBE O BALANCEAMENTO   *
      * DA REAPLICACAO (LIDAS = ANTERIORES A MARCA + APLICADAS  *
      * + PULADAS + ERROS + IGNORADAS), OS TOTAIS POR OPERACAO  *
      * E OS DADOS DA COPIA-IMAGEM RESTAURADA.                  *
      *--------------------------------------------------------*
       8000-IMPRIMIR-BALANCO.
           MOVE SPACES TO PRINT-REC.
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "COPIA-IMAGEM DE " DELIMITED BY SIZE
                  WS-CAB-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAB-HORA DELIMITED BY SIZE
                  " - CICLO " DELIMITED BY SIZE
                  WS-CAB-DATA-CICLO DELIMITED BY SIZE
                  " - SOMA DOS IDS " DELIMITED BY SIZE
                  WS-CAB-HASH DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS NA COPIA-IMAGEM......: " DELIMITED BY SIZE
                  WS-CAB-QTD DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS RESTAURADOS..........: " DELIMITED BY SIZE
                  WS-TOTAL-RESTAURADOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS LIDAS DO JORNAL.......: " DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS ATE A MARCA DA COPIA..: " DELIMITED BY SIZE
                  WS-TOTAL-ANTERIORES DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS REAPLICADAS...........: " DELIMITED BY SIZE
                  WS-TOTAL-APLICADAS DELIMITED BY SIZE
               INTO PRINT-REC.
                  WS-TOTAL-ERROS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS SEM ALTERACAO NO CAD..: " DELIMITED BY SIZE
                  WS-TOTAL-IGNORADAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-TOTAL-LIDAS = WS-TOTAL-ANTERIORES
                              + WS-TOTAL-APLICADAS
                              + WS-TOTAL-PULADAS + WS-TOTAL-ERROS
                              + WS-TOTAL-IGNORADAS
               MOVE SPACES TO PRINT-REC
               MOVE "BALANCEAMENTO OK - TOTAIS CONFEREM" TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           DISPLAY "RECUPERACAO CONCLUIDA - "
                   WS-TOTAL-LIDAS " LIDA(S), "
                   WS-TOTAL-ANTERIORES " ATE A MARCA, "
                   WS-TOTAL-APLICADAS " REAPLICADA(S), "
                   WS-TOTAL-PULADAS " PULADA(S), "
                   WS-TOTAL-ERROS " COM ERRO, "
                   WS-TOTAL-IGNORADAS " IGNORADA(S)".
       8000-EXIT.
           EXIT.


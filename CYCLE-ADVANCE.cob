      *                   FERIADOS; CONTROLE AUSENTE OU COM DATA
      *                   INVALIDA E SEMEADO COM A DATA DO RELOGIO
      *                   (SEM AVANCO), PARA A IMPLANTACAO.
      * 15/09/2026 AD     CONFERENCIA DE FIM DE CICLO ANTES DO
      *                   AVANCO: CADA PASSO DO CADASTRO DE ETAPAS
      *                   (ETAPAS, COPYBOOK ETAPA-REC) PRECISA TER
      *                   NO ARQUIVO DE ESTATISTICAS (RUNSTATS) UMA
      *                   RODADA NA DATA DO CICLO COM CODIGO DE
      *                   RETORNO ATE O MAXIMO DO PASSO. PASSO
      *                   PENDENTE SEGURA A DATA, SAI NO RELATORIO
      *                   DE CONFERENCIA E NO CONSOLE E O PASSO
      *                   TERMINA COM CODIGO 12; O SUPERVISOR PODE
      *                   DISPENSAR O PASSO PARA A DATA PELO
      *                   ARQUIVO LIBERACAO (COPYBOOK LIBERA-REC),
      *                   E O AVANCO LIBERADO TERMINA COM CODIGO 4.
      *                   CADASTRO DE ETAPAS AUSENTE ABORTA COM
      *                   CODIGO 8 SEM AVANCAR.
      * 15/10/2026 AD     CADASTRO DE ETAPAS VAZIO (OU SO COM
      *                   COMENTARIOS) OU COM MAIS PASSOS QUE A
      *                   TABELA COMPORTA TAMBEM ABORTA COM
      *                   CODIGO 8 SEM AVANCAR.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIADO-FILE.

           SELECT ETAPA-FILE ASSIGN TO "ETAPAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETAPA-FILE.

           SELECT STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-FILE.

           SELECT LIBERA-FILE ASSIGN TO "LIBERACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIBERA-FILE.

           SELECT PRINT-FILE ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLO-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  FERIADO-REC                     PIC X(08).

       FD  ETAPA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "ETAPA-REC.CPY".

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY "RUNSTAT-REC.CPY".

       FD  LIBERA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "LIBERA-REC.CPY".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".
       01  FS-FERIADO-FILE                  PIC X(02).
           88  FS-FERIADO-OK                VALUE "00".

       01  FS-ETAPA-FILE                    PIC X(02).
           88  FS-ETAPA-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  FS-LIBERA-FILE                   PIC X(02).
           88  FS-LIBERA-OK                 VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".

       77  WS-Z-QUOC                        PIC 9(07)   COMP.
       77  WS-DIA-SEMANA                    PIC 9(01).

      *    CONFERENCIA DE FIM DE CICLO: UMA ENTRADA POR PASSO DO
      *    CADASTRO DE ETAPAS, COM AS RODADAS ACHADAS NO RUNSTATS
      *    NA DATA DO CICLO E O MENOR CODIGO DE RETORNO ENTRE ELAS
      *    (99 = NENHUMA RODADA COM CODIGO INFORMADO).
       77  WS-MAX-ETAPAS                    PIC 9(03)   COMP VALUE 50.
       77  WS-QTD-ETAPAS                    PIC 9(03)   COMP VALUE ZERO.
       77  WS-QTD-EXCEDENTES                PIC 9(03)   COMP VALUE ZERO.
       77  WS-EX                            PIC 9(03)   COMP.
       01  WS-TABELA-ETAPAS.
           05  WS-ETAPA OCCURS 50 TIMES.
               10  WS-ETP-PROGRAMA          PIC X(22).
               10  WS-ETP-RC-MAXIMO         PIC 9(02).
               10  WS-ETP-DESCRICAO         PIC X(40).
               10  WS-ETP-RODADAS           PIC 9(03).
               10  WS-ETP-MENOR-RC          PIC 9(02).
               10  WS-ETP-SITUACAO          PIC X(01).
                   88  WS-ETP-CONCLUIDA     VALUE "C".
                   88  WS-ETP-NAO-RODOU     VALUE "N".
                   88  WS-ETP-RC-ACIMA      VALUE "R".
                   88  WS-ETP-LIBERADA      VALUE "L".
               10  WS-ETP-SUPERVISOR        PIC X(08).
               10  WS-ETP-MOTIVO            PIC X(39).

       77  WS-QTD-PENDENTES                 PIC 9(03)   COMP VALUE ZERO.
       77  WS-QTD-LIBERADAS                 PIC 9(03)   COMP VALUE ZERO.
       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.
       77  WS-DATA-CICLO-FMT                PIC X(10).
       77  WS-ED-RC-MAXIMO                  PIC 9(02).
       77  WS-ED-RODADAS                    PIC ZZ9.
       77  WS-ED-MENOR-RC                   PIC X(02).
       77  WS-ED-QTD                        PIC ZZ9.
       77  WS-TEXTO-SITUACAO                PIC X(60).

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WS-DATA-ANTERIOR > ZERO
               PERFORM 5000-CONFERIR-ETAPAS THRU 5000-EXIT
               MOVE "N" TO WS-DIA-UTIL-SW
               PERFORM 3000-AVANCAR-DIA THRU 3000-EXIT
                   UNTIL WS-DIA-UTIL
           END-IF.
           PERFORM 8000-REGRAVAR-CONTROLE THRU 8000-EXIT.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           STOP RUN.

      *--------------------------------------------------------*
       4100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-CONFERIR-ETAPAS - CONFERE, ANTES DO AVANCO, SE     *
      * CADA PASSO OBRIGATORIO RODOU NA DATA DO CICLO DENTRO DO *
      * CODIGO DE RETORNO MAXIMO, APLICA AS LIBERACOES DO       *
      * SUPERVISOR E IMPRIME A CONFERENCIA. COM PASSO PENDENTE  *
      * A DATA NAO E AVANCADA E O PASSO TERMINA COM CODIGO 12.  *
      *--------------------------------------------------------*
       5000-CONFERIR-ETAPAS.
           STRING WS-DATA-CICLO (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-CICLO (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-CICLO (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-CICLO-FMT.
           PERFORM 5100-CARREGAR-ETAPAS THRU 5100-EXIT.
           PERFORM 5200-LER-ESTATISTICAS THRU 5200-EXIT.
           PERFORM 5400-AVALIAR-ETAPA THRU 5400-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-QTD-ETAPAS.
           PERFORM 5300-LER-LIBERACOES THRU 5300-EXIT.
           MOVE ZERO TO WS-QTD-PENDENTES.
           MOVE ZERO TO WS-QTD-LIBERADAS.
           PERFORM 5500-CONTAR-SITUACAO THRU 5500-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-QTD-ETAPAS.
           PERFORM 6000-IMPRIMIR-CONFERENCIA THRU 6000-EXIT.
           IF WS-QTD-PENDENTES > ZERO
               MOVE WS-QTD-PENDENTES TO WS-ED-QTD
               DISPLAY "*** CICLO " WS-DATA-CICLO " NAO AVANCADO - "
                       WS-ED-QTD " PASSO(S) PENDENTE(S) ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-LIBERADAS > ZERO
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
       5000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5100-CARREGAR-ETAPAS - CARREGA O CADASTRO DE ETAPAS NA  *
      * TABELA (LINHA DE COMENTARIO OU SEM PROGRAMA E IGNORADA; *
      * CADASTRO AUSENTE, SEM NENHUM PASSO OU COM MAIS PASSOS   *
      * QUE A TABELA ABORTA SEM AVANCAR A DATA).                *
      *--------------------------------------------------------*
       5100-CARREGAR-ETAPAS.
           OPEN INPUT ETAPA-FILE.
           IF NOT FS-ETAPA-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR ETAPA-FILE "
                       "- STATUS " FS-ETAPA-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 5110-LER-ETAPA THRU 5110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ETAPA-FILE.
           IF WS-QTD-ETAPAS = ZERO
               DISPLAY "*** CADASTRO DE ETAPAS SEM NENHUM PASSO - "
                       "CICLO " WS-DATA-CICLO " NAO AVANCADO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-EXCEDENTES > ZERO
               MOVE WS-QTD-EXCEDENTES TO WS-ED-QTD
               DISPLAY "*** CADASTRO DE ETAPAS EXCEDE A TABELA - "
                       WS-ED-QTD " PASSO(S) ALEM DO LIMITE ***"
               DISPLAY "*** CICLO " WS-DATA-CICLO " NAO AVANCADO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       5100-EXIT.
           EXIT.

       5110-LER-ETAPA.
           READ ETAPA-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ETAPA-PROGRAMA NOT = SPACES
                      AND ETAPA-PROGRAMA (1:1) NOT = "*"
                       PERFORM 5120-GUARDAR-ETAPA THRU 5120-EXIT
                   END-IF
           END-READ.
       5110-EXIT.
           EXIT.

       5120-GUARDAR-ETAPA.
           IF WS-QTD-ETAPAS NOT < WS-MAX-ETAPAS
               ADD 1 TO WS-QTD-EXCEDENTES
           ELSE
               ADD 1 TO WS-QTD-ETAPAS
               MOVE ETAPA-PROGRAMA
                   TO WS-ETP-PROGRAMA (WS-QTD-ETAPAS)
               IF ETAPA-RC-MAXIMO IS NUMERIC
                   MOVE ETAPA-RC-MAXIMO
                       TO WS-ETP-RC-MAXIMO (WS-QTD-ETAPAS)
               ELSE
                   MOVE ZERO
                       TO WS-ETP-RC-MAXIMO (WS-QTD-ETAPAS)
               END-IF
               MOVE ETAPA-DESCRICAO
                   TO WS-ETP-DESCRICAO (WS-QTD-ETAPAS)
               MOVE ZERO TO WS-ETP-RODADAS (WS-QTD-ETAPAS)
               MOVE 99 TO WS-ETP-MENOR-RC (WS-QTD-ETAPAS)
               MOVE SPACES TO WS-ETP-SITUACAO (WS-QTD-ETAPAS)
               MOVE SPACES
                   TO WS-ETP-SUPERVISOR (WS-QTD-ETAPAS)
               MOVE SPACES TO WS-ETP-MOTIVO (WS-QTD-ETAPAS)
           END-IF.
       5120-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5200-LER-ESTATISTICAS - PERCORRE O RUNSTATS E, PARA     *
      * CADA RODADA NA DATA DO CICLO, CONTA A RODADA NO PASSO   *
      * CORRESPONDENTE E GUARDA O MENOR CODIGO DE RETORNO       *
      * (LINHA ANTIGA, SEM CODIGO, CONTA COMO RODADA SEM        *
      * CODIGO ACEITAVEL). ARQUIVO AUSENTE DEIXA TODOS OS       *
      * PASSOS SEM RODADA.                                      *
      *--------------------------------------------------------*
       5200-LER-ESTATISTICAS.
           OPEN INPUT STAT-FILE.
           IF FS-STAT-OK
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 5210-LER-STAT THRU 5210-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE STAT-FILE
           ELSE
               DISPLAY "ARQUIVO DE ESTATISTICAS AUSENTE - NENHUM "
                       "PASSO RODOU NO CICLO " WS-DATA-CICLO
           END-IF.
       5200-EXIT.
           EXIT.

       5210-LER-STAT.
           READ STAT-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF RUNSTAT-DATA = WS-DATA-CICLO
                       PERFORM 5220-CASAR-ETAPA THRU 5220-EXIT
                           VARYING WS-EX FROM 1 BY 1
                           UNTIL WS-EX > WS-QTD-ETAPAS
                   END-IF
           END-READ.
       5210-EXIT.
           EXIT.

       5220-CASAR-ETAPA.
           IF WS-ETP-PROGRAMA (WS-EX) = RUNSTAT-PROGRAMA
               ADD 1 TO WS-ETP-RODADAS (WS-EX)
               IF RUNSTAT-COD-RETORNO IS NUMERIC
                  AND RUNSTAT-COD-RETORNO < WS-ETP-MENOR-RC (WS-EX)
                   MOVE RUNSTAT-COD-RETORNO
                       TO WS-ETP-MENOR-RC (WS-EX)
               END-IF
           END-IF.
       5220-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5300-LER-LIBERACOES - APLICA AS LIBERACOES DO           *
      * SUPERVISOR PARA A DATA DO CICLO AOS PASSOS PENDENTES    *
      * (ARQUIVO AUSENTE = NENHUMA LIBERACAO).                  *
      *--------------------------------------------------------*
       5300-LER-LIBERACOES.
           OPEN INPUT LIBERA-FILE.
           IF FS-LIBERA-OK
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 5310-LER-LIBERACAO THRU 5310-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE LIBERA-FILE
           END-IF.
       5300-EXIT.
           EXIT.

       5310-LER-LIBERACAO.
           READ LIBERA-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF LIBERA-DATA-CICLO IS NUMERIC
                      AND LIBERA-DATA-CICLO = WS-DATA-CICLO
                      AND LIBERA-SUPERVISOR NOT = SPACES
                      AND LIBERA-MOTIVO NOT = SPACES
                       PERFORM 5320-APLICAR-LIBERACAO THRU 5320-EXIT
                           VARYING WS-EX FROM 1 BY 1
                           UNTIL WS-EX > WS-QTD-ETAPAS
                   END-IF
           END-READ.
       5310-EXIT.
           EXIT.

       5320-APLICAR-LIBERACAO.
           IF (WS-ETP-NAO-RODOU (WS-EX) OR WS-ETP-RC-ACIMA (WS-EX))
              AND (LIBERA-TODAS
                   OR LIBERA-PROGRAMA = WS-ETP-PROGRAMA (WS-EX))
               SET WS-ETP-LIBERADA (WS-EX) TO TRUE
               MOVE LIBERA-SUPERVISOR TO WS-ETP-SUPERVISOR (WS-EX)
               MOVE LIBERA-MOTIVO TO WS-ETP-MOTIVO (WS-EX)
           END-IF.
       5320-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5400-AVALIAR-ETAPA - CLASSIFICA O PASSO: CONCLUIDO,     *
      * NAO RODOU NA DATA DO CICLO, OU RODOU SEM NENHUMA RODADA *
      * DENTRO DO CODIGO DE RETORNO MAXIMO.                     *
      *--------------------------------------------------------*
       5400-AVALIAR-ETAPA.
           IF WS-ETP-RODADAS (WS-EX) = ZERO
               SET WS-ETP-NAO-RODOU (WS-EX) TO TRUE
           ELSE
               IF WS-ETP-MENOR-RC (WS-EX)
                       NOT > WS-ETP-RC-MAXIMO (WS-EX)
                   SET WS-ETP-CONCLUIDA (WS-EX) TO TRUE
               ELSE
                   SET WS-ETP-RC-ACIMA (WS-EX) TO TRUE
               END-IF
           END-IF.
       5400-EXIT.
           EXIT.

       5500-CONTAR-SITUACAO.
           IF WS-ETP-NAO-RODOU (WS-EX) OR WS-ETP-RC-ACIMA (WS-EX)
               ADD 1 TO WS-QTD-PENDENTES
           END-IF.
           IF WS-ETP-LIBERADA (WS-EX)
               ADD 1 TO WS-QTD-LIBERADAS
           END-IF.
       5500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6000-IMPRIMIR-CONFERENCIA - IMPRIME A CONFERENCIA DE    *
      * FIM DE CICLO: UMA LINHA POR PASSO E O VEREDITO FINAL.   *
      * OS PASSOS PENDENTES SAEM TAMBEM NO CONSOLE.             *
      *--------------------------------------------------------*
       6000-IMPRIMIR-CONFERENCIA.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PRINT-FILE "
                       "- STATUS " FS-PRINT-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING "CYCLE-ADVANCE - CONFERENCIA DE FIM DE CICLO"
                   DELIMITED BY SIZE
                  "        DATA DO CICLO: " DELIMITED BY SIZE
                  WS-DATA-CICLO-FMT DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "PASSO                   RC MAX  RODADAS  MENOR RC"
                   DELIMITED BY SIZE
                  "  SITUACAO" DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC (1:110).
           WRITE PRINT-REC.
           PERFORM 6100-IMPRIMIR-ETAPA THRU 6100-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-QTD-ETAPAS.
           PERFORM 6200-IMPRIMIR-VEREDITO THRU 6200-EXIT.
           CLOSE PRINT-FILE.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-ETAPA.
           MOVE WS-ETP-RC-MAXIMO (WS-EX) TO WS-ED-RC-MAXIMO.
           MOVE WS-ETP-RODADAS (WS-EX) TO WS-ED-RODADAS.
           IF WS-ETP-MENOR-RC (WS-EX) = 99
               MOVE "--" TO WS-ED-MENOR-RC
           ELSE
               MOVE WS-ETP-MENOR-RC (WS-EX) TO WS-ED-MENOR-RC
           END-IF.
           MOVE SPACES TO WS-TEXTO-SITUACAO.
           EVALUATE TRUE
               WHEN WS-ETP-CONCLUIDA (WS-EX)
                   MOVE "CONCLUIDO" TO WS-TEXTO-SITUACAO
               WHEN WS-ETP-NAO-RODOU (WS-EX)
                   MOVE "*** PENDENTE - NAO RODOU NA DATA DO CICLO ***"
                       TO WS-TEXTO-SITUACAO
               WHEN WS-ETP-RC-ACIMA (WS-EX)
                   MOVE "*** PENDENTE - RC ACIMA DO MAXIMO ***"
                       TO WS-TEXTO-SITUACAO
               WHEN WS-ETP-LIBERADA (WS-EX)
                   STRING "LIBERADO POR " DELIMITED BY SIZE
                          WS-ETP-SUPERVISOR (WS-EX) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-ETP-MOTIVO (WS-EX) DELIMITED BY SIZE
                       INTO WS-TEXTO-SITUACAO
           END-EVALUATE.
           MOVE SPACES TO PRINT-REC.
           STRING WS-ETP-PROGRAMA (WS-EX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ED-RC-MAXIMO DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-ED-RODADAS DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-ED-MENOR-RC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TEXTO-SITUACAO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-ETP-NAO-RODOU (WS-EX) OR WS-ETP-RC-ACIMA (WS-EX)
               DISPLAY "PASSO PENDENTE: " WS-ETP-PROGRAMA (WS-EX)
                       " " WS-TEXTO-SITUACAO
           END-IF.
       6100-EXIT.
           EXIT.

       6200-IMPRIMIR-VEREDITO.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           EVALUATE TRUE
               WHEN WS-QTD-PENDENTES > ZERO
                   MOVE WS-QTD-PENDENTES TO WS-ED-QTD
                   STRING "*** CICLO NAO AVANCADO - " DELIMITED BY SIZE
                          WS-ED-QTD DELIMITED BY SIZE
                          " PASSO(S) PENDENTE(S) - RODAR OU LIBERAR "
                              DELIMITED BY SIZE
                          "ANTES DE NOVO FIM DE CICLO ***"
                              DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN WS-QTD-LIBERADAS > ZERO
                   MOVE WS-QTD-LIBERADAS TO WS-ED-QTD
                   STRING "CICLO LIBERADO PARA AVANCO COM "
                              DELIMITED BY SIZE
                          WS-ED-QTD DELIMITED BY SIZE
                          " PASSO(S) DISPENSADO(S) PELO SUPERVISOR"
                              DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN OTHER
                   MOVE "TODOS OS PASSOS CONCLUIDOS - CICLO LIBERADO"
                       TO PRINT-REC
           END-EVALUATE.
           WRITE PRINT-REC.
       6200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-REGRAVAR-CONTROLE - REGRAVA O CONTROLE DE CICLO    *
      * COM A NOVA DATA OFICIAL E EXIBE O AVANCO NO CONSOLE.    *

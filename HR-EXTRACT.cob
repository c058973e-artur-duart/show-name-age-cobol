      *                   APARECER NO RESUMO DA MANHA
      *                   (CYCLE-SUMMARY-REPORT) E NO RELATORIO
      *                   MENSAL DE OPERACAO.
      * 14/09/2026 AD     O REGISTRO-DETALHE GANHA, APOS O CODIGO
      *                   DO DEPARTAMENTO, A DESCRICAO DO
      *                   DEPARTAMENTO LIDA DO CADASTRO DE
      *                   DEPARTAMENTOS (DEPTOS, COPYBOOK
      *                   DEPTO-REC), LIMITADA A 25 POSICOES PARA
      *                   O REGISTRO CONTINUAR EM 80; CODIGO "----"
      *                   OU FORA DO CADASTRO SAI COM A DESCRICAO
      *                   VAZIA.
      * 15/09/2026 AD     A LINHA DO ARQUIVO DE ESTATISTICAS
      *                   (RUNSTATS) PASSA A LEVAR O CODIGO DE
      *                   RETORNO DA RODADA
      *                   (RUNSTAT-COD-RETORNO), PARA O FIM DE
      *                   CICLO (CYCLE-ADVANCE) CONFERIR SE O
      *                   PASSO RODOU BEM NA DATA DO CICLO; O
      *                   RETORNO E CONSOLIDADO ANTES DO
      *                   FECHAMENTO DOS ARQUIVOS.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-FILE.

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  NOME-IDADE-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY "RUNSTAT-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       WORKING-STORAGE SECTION.
           COPY "PERSON-REC.CPY".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).

       77  WS-FLAG-MENOR                    PIC X(01).
       77  WS-FLAG-IDOSO                    PIC X(01).
       77  WS-DEPTO-SAIDA                   PIC X(04).
       77  WS-NOME-DEPTO-SAIDA              PIC X(25).
       77  WS-DEPTOS-ABERTO-SW              PIC X(01)   VALUE "N".
           88  WS-DEPTOS-ABERTO             VALUE "S".
       77  WS-NOME-LEN                      PIC 9(02)   COMP.
       77  WS-FAIXA-LEN                     PIC 9(02)   COMP.
       77  WS-END-POS                       PIC 9(02)   COMP.
           PERFORM 2000-TRATAR-REGISTRO THRU 2000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           PERFORM 8000-GRAVAR-TRAILER THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPTO-FILE.
           IF FS-DEPTO-OK
               SET WS-DEPTOS-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS AUSENTE "
                       "- EXTRATO SEM A DESCRICAO DO DEPARTAMENTO"
           END-IF.
           MOVE SPACES TO EXTRATO-REC.
           STRING "H;" DELIMITED BY SIZE
                  WS-DATA-EXEC DELIMITED BY SIZE
           ELSE
               MOVE DEPARTAMENTO TO WS-DEPTO-SAIDA
           END-IF.
           PERFORM 3200-OBTER-NOME-DEPTO THRU 3200-EXIT.
           MOVE SPACES TO EXTRATO-REC.
           IF WS-NOME-LEN > ZERO
               STRING "D;" DELIMITED BY SIZE
                      WS-FLAG-IDOSO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-DEPTO-SAIDA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-NOME-DEPTO-SAIDA DELIMITED BY "  "
                   INTO EXTRATO-REC
           ELSE
               STRING "D;" DELIMITED BY SIZE
                      WS-FLAG-IDOSO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-DEPTO-SAIDA DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-NOME-DEPTO-SAIDA DELIMITED BY "  "
                   INTO EXTRATO-REC
           END-IF.
           WRITE EXTRATO-REC.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3200-OBTER-NOME-DEPTO - LE A DESCRICAO DO DEPARTAMENTO  *
      * NO CADASTRO DE DEPARTAMENTOS (25 PRIMEIRAS POSICOES);   *
      * NAO ATRIBUIDO, FORA DO CADASTRO OU SEM O CADASTRO SAI   *
      * VAZIA.                                                  *
      *--------------------------------------------------------*
       3200-OBTER-NOME-DEPTO.
           MOVE SPACES TO WS-NOME-DEPTO-SAIDA.
           IF WS-DEPTOS-ABERTO AND WS-DEPTO-SAIDA NOT = "----"
               MOVE WS-DEPTO-SAIDA TO DEPTO-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-NOME-DEPTO-SAIDA
                   NOT INVALID KEY
                       MOVE DEPTO-DESCRICAO TO WS-NOME-DEPTO-SAIDA
               END-READ
           END-IF.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-GRAVAR-TRAILER - GRAVA O REGISTRO-TRAILER COM A    *
      * CONTAGEM DE DETALHES E O HASH-TOTAL DAS IDADES, PARA O  *
       9000-FINALIZAR.
           CLOSE NOME-IDADE-FILE.
           CLOSE EXTRATO-FILE.
           IF WS-DEPTOS-ABERTO
               CLOSE DEPTO-FILE
           END-IF.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.
               MOVE WS-TOTAL-EXTRAIDOS TO RUNSTAT-ACEITOS
               MOVE WS-TOTAL-REJEITADOS TO RUNSTAT-REJEITADOS
               MOVE ZERO TO RUNSTAT-TRUNCADOS
               MOVE WS-COD-RETORNO TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE

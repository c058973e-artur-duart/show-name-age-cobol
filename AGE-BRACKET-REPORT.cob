      *                   FECHAMENTO DA EMPRESA; CODIGO EM BRANCO
      *                   CAI NO BALDE "NAO ATRIBUIDO" EM VEZ DE
      *                   SER REJEITADO (IMPLANTACAO GRADUAL).
      * 14/09/2026 AD     O CORTE POR DEPARTAMENTO PASSA A IMPRIMIR
      *                   A DESCRICAO DO DEPARTAMENTO AO LADO DO
      *                   CODIGO, LIDA DO CADASTRO DE
      *                   DEPARTAMENTOS (DEPTOS, COPYBOOK
      *                   DEPTO-REC); CODIGO FORA DO CADASTRO SAI
      *                   SINALIZADO. SEM O CADASTRO O RELATORIO
      *                   SAI COMO ANTES, SO COM O CODIGO.
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
               FILE STATUS IS FS-CICLO-FILE.

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  NOME-IDADE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY "CYCLE-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       WORKING-STORAGE SECTION.
           COPY "PERSON-REC.CPY".

       01  FS-SUSPENSE-FILE                 PIC X(02).
           88  FS-SUSPENSE-OK               VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       77  WS-MOTIVO-SUSPENSE               PIC X(02)   VALUE SPACES.
       77  WS-IDADE-ORIG                    PIC X(03)   VALUE SPACES.
       77  WS-DATA-NASC-ORIG                PIC X(07)   VALUE SPACES.
       77  WS-ED-51-OU-MAIS                 PIC 9(05).
       77  WS-ED-TOTAL                      PIC 9(05).

      *    DESCRICAO DO DEPARTAMENTO (CADASTRO DEPTOS) IMPRESSA AO
      *    LADO DO CODIGO NA LINHA POR DEPARTAMENTO.
       77  WS-DEPTOS-ABERTO-SW              PIC X(01)   VALUE "N".
           88  WS-DEPTOS-ABERTO             VALUE "S".
       77  WS-NOME-DEPTO                    PIC X(30).
       77  WS-ROTULO-DEPTO                  PIC X(43).

       77  WS-IDADE-STATUS-SW               PIC X(01).
           88  WS-IDADE-VALIDA              VALUE "S".
           88  WS-IDADE-INVALIDA            VALUE "N".
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-ACUMULAR-FAIXAS THRU 2000-EXIT.
           PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
               STOP RUN
           END-IF.
           PERFORM 1300-ABRIR-SUSPENSE THRU 1300-EXIT.
           OPEN INPUT DEPTO-FILE.
           IF FS-DEPTO-OK
               SET WS-DEPTOS-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS AUSENTE "
                       "- CORTE POR DEPARTAMENTO SO COM O CODIGO"
           END-IF.
       1000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8600-IMPRIMIR-DEPTOS - ORDENA A TABELA DE DEPARTAMENTOS *
      * POR CODIGO E IMPRIME UMA LINHA DE FAIXAS POR            *
      * DEPARTAMENTO (QUEBRA POR CODIGO, COM A DESCRICAO DO     *
      * CADASTRO DE DEPARTAMENTOS; "----" SAI COMO NAO          *
      * ATRIBUIDO), ANTES DO FECHAMENTO DA EMPRESA.             *
      *--------------------------------------------------------*
       8600-IMPRIMIR-DEPTOS.
           MOVE WS-DEP-31-A-50 (WS-DX) TO WS-ED-31-A-50.
           MOVE WS-DEP-51-OU-MAIS (WS-DX) TO WS-ED-51-OU-MAIS.
           MOVE WS-DEP-TOTAL (WS-DX) TO WS-ED-TOTAL.
           MOVE SPACES TO WS-ROTULO-DEPTO.
           IF WS-DEP-CODIGO (WS-DX) = "----"
               MOVE "  NAO ATRIBUIDO" TO WS-ROTULO-DEPTO
           ELSE
               PERFORM 8620-OBTER-NOME-DEPTO THRU 8620-EXIT
               STRING "  DEPTO " DELIMITED BY SIZE
                      WS-DEP-CODIGO (WS-DX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-DEPTO DELIMITED BY SIZE
                   INTO WS-ROTULO-DEPTO
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING WS-ROTULO-DEPTO DELIMITED BY SIZE
                  " <18=" DELIMITED BY SIZE
                  WS-ED-MENOR-18 DELIMITED BY SIZE
                  "  18-30=" DELIMITED BY SIZE
                  WS-ED-18-A-30 DELIMITED BY SIZE
                  "  31-50=" DELIMITED BY SIZE
                  WS-ED-31-A-50 DELIMITED BY SIZE
                  "  51+=" DELIMITED BY SIZE
                  WS-ED-51-OU-MAIS DELIMITED BY SIZE
                  "  TOTAL=" DELIMITED BY SIZE
                  WS-ED-TOTAL DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
       8610-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8620-OBTER-NOME-DEPTO - LE A DESCRICAO DO DEPARTAMENTO  *
      * DA LINHA CORRENTE NO CADASTRO DE DEPARTAMENTOS; CODIGO  *
      * FORA DO CADASTRO SAI SINALIZADO E, SEM O CADASTRO, A    *
      * DESCRICAO FICA EM BRANCO.                               *
      *--------------------------------------------------------*
       8620-OBTER-NOME-DEPTO.
           MOVE SPACES TO WS-NOME-DEPTO.
           IF WS-DEPTOS-ABERTO
               MOVE WS-DEP-CODIGO (WS-DX) TO DEPTO-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***"
                           TO WS-NOME-DEPTO
                   NOT INVALID KEY
                       MOVE DEPTO-DESCRICAO TO WS-NOME-DEPTO
               END-READ
           END-IF.
       8620-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8700-ORDENAR-DEPTOS - ORDENACAO POR TROCA (BOLHA) DA    *
      * TABELA DE DEPARTAMENTOS PELO CODIGO, PARA A QUEBRA POR  *
           IF WS-SUSPENSE-ABERTO
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-DEPTOS-ABERTO
               CLOSE DEPTO-FILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
               MOVE WS-QTD-TOTAL-GERAL TO RUNSTAT-ACEITOS
               MOVE WS-QTD-REJEITADOS TO RUNSTAT-REJEITADOS
               MOVE ZERO TO RUNSTAT-TRUNCADOS
               MOVE WS-COD-RETORNO TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE

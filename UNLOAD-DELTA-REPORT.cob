      *                   INCLUIDOS/EXCLUIDOS/ALTERADOS/IGUAIS; A
      *                   DATA DA RODADA VEM DO CONTROLE DE CICLO
      *                   (CICLODATA) COMO NOS DEMAIS PROGRAMAS.
      * 14/09/2026 AD     A LINHA DE MUDANCA DE DEPARTAMENTO
      *                   PASSA A TRAZER A DESCRICAO DO
      *                   DEPARTAMENTO ANTIGO E DO NOVO, LIDA DO
      *                   CADASTRO DE DEPARTAMENTOS (DEPTOS,
      *                   COPYBOOK DEPTO-REC); SEM O CADASTRO
      *                   SAI SO O CODIGO, COMO ANTES.
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
       FD  HOJE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY "CYCLE-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       WORKING-STORAGE SECTION.
           COPY "PERSON-REC.CPY".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".

       77  WS-FAIXA-ANTERIOR                PIC X(11).
       77  WS-FAIXA-CALC                    PIC X(11).

       77  WS-DEPTOS-ABERTO-SW              PIC X(01)   VALUE "N".
           88  WS-DEPTOS-ABERTO             VALUE "S".
       77  WS-DEPTO-BUSCA                   PIC X(04).
       77  WS-NOME-DEPTO                    PIC X(30).
       77  WS-NOME-DEPTO-ANT                PIC X(30).
       77  WS-NOME-DEPTO-HOJE               PIC X(30).

       01  WS-DATA-NASC                     PIC 9(07).
       01  WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
           05  WS-NASC-SECULO               PIC 9(01).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPTO-FILE.
           IF FS-DEPTO-OK
               SET WS-DEPTOS-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS AUSENTE "
                       "- MUDANCA DE DEPARTAMENTO SO COM O CODIGO"
           END-IF.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
       1000-EXIT.
           EXIT.
           END-IF.
           IF HOJ-DEPTO NOT = ANT-DEPTO
               SET WS-ALTERADO TO TRUE
               MOVE ANT-DEPTO TO WS-DEPTO-BUSCA
               PERFORM 6600-OBTER-NOME-DEPTO THRU 6600-EXIT
               MOVE WS-NOME-DEPTO TO WS-NOME-DEPTO-ANT
               MOVE HOJ-DEPTO TO WS-DEPTO-BUSCA
               PERFORM 6600-OBTER-NOME-DEPTO THRU 6600-EXIT
               MOVE WS-NOME-DEPTO TO WS-NOME-DEPTO-HOJE
               MOVE SPACES TO PRINT-REC
               STRING "ALTERADO  ID " DELIMITED BY SIZE
                      HOJ-PERSON-ID DELIMITED BY SIZE
                      " DEPTO: " DELIMITED BY SIZE
                      ANT-DEPTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-DEPTO-ANT DELIMITED BY "  "
                      " > " DELIMITED BY SIZE
                      HOJ-DEPTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-DEPTO-HOJE DELIMITED BY "  "
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6600-OBTER-NOME-DEPTO - LE A DESCRICAO DO DEPARTAMENTO  *
      * (WS-DEPTO-BUSCA) NO CADASTRO DE DEPARTAMENTOS; CODIGO   *
      * EM BRANCO SAI COMO NAO ATRIBUIDO E CODIGO FORA DO       *
      * CADASTRO SAI SINALIZADO.                                *
      *--------------------------------------------------------*
       6600-OBTER-NOME-DEPTO.
           MOVE SPACES TO WS-NOME-DEPTO.
           IF WS-DEPTO-BUSCA = SPACES OR WS-DEPTO-BUSCA = LOW-VALUES
               MOVE "(NAO ATRIBUIDO)" TO WS-NOME-DEPTO
           ELSE
               IF WS-DEPTOS-ABERTO
                   MOVE WS-DEPTO-BUSCA TO DEPTO-CODIGO
                   READ DEPTO-FILE
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)" TO WS-NOME-DEPTO
                       NOT INVALID KEY
                           MOVE DEPTO-DESCRICAO TO WS-NOME-DEPTO
                   END-READ
               END-IF
           END-IF.
       6600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 7000-CALCULAR-FAIXA - DERIVA A IDADE CORRENTE DA DATA   *
      * DE NASCIMENTO QUANDO PRESENTE (MESMO CRITERIO DE        *
       9000-FINALIZAR.
           CLOSE HOJE-FILE.
           CLOSE ANTERIOR-FILE.
           IF WS-DEPTOS-ABERTO
               CLOSE DEPTO-FILE
           END-IF.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.

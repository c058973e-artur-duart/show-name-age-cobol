       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-ACTIVITY-REPORT.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: RELATORIO DIARIO DE ATIVIDADE POR OPERADOR: LER
      *           O JORNAL DE ALTERACOES (PERSONJRN, COPYBOOK
      *           JOURNAL-REC) E LISTAR, PARA A DATA DO CICLO,
      *           CADA ALTERACAO DO CADASTRO AGRUPADA PELO
      *           OPERADOR QUE A FEZ (JRN-OPERADOR), COM O NOME
      *           E O NIVEL DO CADASTRO DE OPERADORES
      *           (OPERADORES, COPYBOOK OPER-REC), SUBTOTAIS POR
      *           OPERACAO E UM RESUMO FINAL POR OPERADOR. AS
      *           FALHAS DE IDENTIFICACAO NA MANUTENCAO (OP L)
      *           SAEM DESTACADAS - PARA A SUPERVISAO SABER QUEM
      *           FEZ CADA EXCLUSAO OU SITUACAO F DO DIA.
      * DATA: 18/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 18/09/2026 AD     VERSAO ORIGINAL - DATA DO CICLO DO
      *                   CICLODATA, NOME DO OPERADOR DO
      *                   CADASTRO OPERADORES, ORDENACAO POR
      *                   OPERADOR/HORA E LINHA DE ESTATISTICA NO
      *                   RUNSTATS.
      * 21/09/2026 AD     MARCA DE SINCRONISMO DA COPIA-IMAGEM
      *                   (OP B, GRAVADA POR PERSON-BACKUP)
      *                   SAI DESCRITA COMO MARCA DE BACKUP.
      * 15/10/2026 AD     CABECALHO INFORMA QUE AS ENTRADAS SAO
      *                   SELECIONADAS PELA DATA DE CALENDARIO
      *                   DA GRAVACAO NO JORNAL (RELOGIO), IGUAL
      *                   A DATA DO CICLO - O JORNAL NAO GUARDA
      *                   A DATA DE CICLO DA RODADA.
      * 15/10/2026 AD     ATIVIDADES E RESUMO POR OPERADOR
      *                   ORDENADOS POR SORT (SORTWK) EM VEZ DAS
      *                   TABELAS EM MEMORIA, SEM LIMITE DE
      *                   QUANTIDADE - NENHUMA ENTRADA DO DIA
      *                   DEIXA DE SER LISTADA.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO "PERSONJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

           SELECT OPER-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPER-FILE.

           SELECT PRINT-FILE ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT CICLO-FILE ASSIGN TO "CICLODATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CICLO-FILE.

           SELECT STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-FILE.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "OPER-REC.CPY".

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

      *    ENTRADAS DO JORNAL NA DATA DO CICLO, ORDENADAS POR
      *    GRUPO, OPERADOR, HORA E ORDEM DE GRAVACAO (CHAVE UNICA).
      *    CADA ENTRADA E LIBERADA DUAS VEZES: GRUPO 1 PARA A
      *    LISTAGEM COM QUEBRA POR OPERADOR E GRUPO 2 PARA O
      *    RESUMO POR OPERADOR, QUE SAI DEPOIS DA LISTAGEM.
       SD  SORT-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  SORT-REC.
           05  SORT-GRUPO                  PIC X(01).
           05  SORT-OPERADOR               PIC X(08).
           05  SORT-HORA                   PIC 9(06).
           05  SORT-SEQ                    PIC 9(05).
           05  SORT-OPERACAO               PIC X(01).
           05  SORT-PERSON-ID              PIC 9(06).
           05  SORT-NOME                   PIC X(20).
           05  SORT-PROGRAMA               PIC X(22).

       WORKING-STORAGE SECTION.
       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-OPER-FILE                     PIC X(02).
           88  FS-OPER-OK                   VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-FIM-OPERADORES-SW             PIC X(01)   VALUE "N".
           88  WS-FIM-OPERADORES            VALUE "S".
       77  WS-OPERADORES-OK-SW              PIC X(01)   VALUE "N".
           88  WS-OPERADORES-OK             VALUE "S".
       77  WS-ACHOU-SW                      PIC X(01)   VALUE "N".
           88  WS-ACHOU                     VALUE "S".
       77  WS-FIM-ORDENADO-SW               PIC X(01)   VALUE "N".
           88  WS-FIM-ORDENADO              VALUE "S".

       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

       77  WS-TOTAL-LIDAS                   PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-DO-DIA                  PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-FALHAS                  PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-OPERADORES              PIC 9(05)   VALUE ZERO.

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.

      *    CADASTRO DE OPERADORES CARREGADO NA ENTRADA, PARA O NOME
      *    E O NIVEL NA QUEBRA POR OPERADOR.
       77  WS-MAX-CADASTRO                  PIC 9(04)   COMP VALUE 200.
       77  WS-QTD-CADASTRO                  PIC 9(04)   COMP VALUE ZERO.
       77  WS-CX                            PIC 9(04)   COMP.
       01  WS-TABELA-CADASTRO.
           05  WS-CAD-ENT OCCURS 200 TIMES.
               10  WS-CAD-ID                PIC X(08).
               10  WS-CAD-NOME              PIC X(30).
               10  WS-CAD-NIVEL             PIC X(01).

      *    ENTRADA CORRENTE DEVOLVIDA PELA ORDENACAO (MESMO LAYOUT
      *    DO SORT-REC; HIGH-VALUES NO FIM).
       01  WS-ATIVIDADE-REG.
           05  WS-ATV-GRUPO                 PIC X(01).
               88  WS-ATV-DETALHE           VALUE "1".
               88  WS-ATV-RESUMO            VALUE "2".
           05  WS-ATV-OPERADOR              PIC X(08).
           05  WS-ATV-HORA                  PIC 9(06).
           05  WS-ATV-SEQ                   PIC 9(05).
           05  WS-ATV-OPERACAO              PIC X(01).
           05  WS-ATV-PERSON-ID             PIC 9(06).
           05  WS-ATV-NOME                  PIC X(20).
           05  WS-ATV-PROGRAMA              PIC X(22).

      *    ACUMULADORES DO OPERADOR DA QUEBRA CORRENTE.
       77  WS-OPERADOR-ANTERIOR             PIC X(08).
       77  WS-NOME-OPERADOR                 PIC X(30).
       77  WS-NIVEL-OPERADOR                PIC X(14).
       77  WS-QTD-INCLUSOES                 PIC 9(05).
       77  WS-QTD-ALTERACOES                PIC 9(05).
       77  WS-QTD-EXCLUSOES                 PIC 9(05).
       77  WS-QTD-SITUACOES                 PIC 9(05).
       77  WS-QTD-OUTRAS                    PIC 9(05).
       77  WS-QTD-FALHAS                    PIC 9(05).

       77  WS-DESCRICAO-OPERACAO            PIC X(18).
       77  WS-HORA-FMT                      PIC X(08).

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-GRUPO
               ON ASCENDING KEY SORT-OPERADOR
               ON ASCENDING KEY SORT-HORA
               ON ASCENDING KEY SORT-SEQ
               INPUT PROCEDURE IS 2000-LER-JORNAL
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-ATIVIDADES
                   THRU 4000-EXIT.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO, CARREGA O     *
      * CADASTRO DE OPERADORES E ABRE O JORNAL E O RELATORIO.   *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           STRING WS-DATA-EXEC (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-EXEC-FMT.
           PERFORM 1100-CARREGAR-OPERADORES THRU 1100-EXIT.
           OPEN INPUT JRN-FILE.
           IF NOT FS-JRN-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR JRN-FILE "
                       "- STATUS " FS-JRN-FILE " ***"
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
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
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
      * 1100-CARREGAR-OPERADORES - CARREGA ID, NOME E NIVEL DO  *
      * CADASTRO DE OPERADORES (LINHA INICIADA POR "*" E        *
      * COMENTARIO). ARQUIVO AUSENTE NAO IMPEDE O RELATORIO: OS *
      * OPERADORES SAEM SO PELO ID, COM AVISO.                  *
      *--------------------------------------------------------*
       1100-CARREGAR-OPERADORES.
           OPEN INPUT OPER-FILE.
           IF FS-OPER-OK
               SET WS-OPERADORES-OK TO TRUE
               PERFORM 1110-LER-OPERADOR THRU 1110-EXIT
               PERFORM 1120-GUARDAR-OPERADOR THRU 1120-EXIT
                   UNTIL WS-FIM-OPERADORES
               CLOSE OPER-FILE
           ELSE
               DISPLAY "CADASTRO DE OPERADORES AUSENTE "
                       "- QUEBRA POR OPERADOR SO COM O ID"
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LER-OPERADOR.
           READ OPER-FILE
               AT END
                   SET WS-FIM-OPERADORES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-GUARDAR-OPERADOR.
           IF OPER-ID NOT = SPACES
              AND OPER-ID (1:1) NOT = "*"
               IF WS-QTD-CADASTRO < WS-MAX-CADASTRO
                   ADD 1 TO WS-QTD-CADASTRO
                   MOVE OPER-ID TO WS-CAD-ID (WS-QTD-CADASTRO)
                   MOVE OPER-NOME TO WS-CAD-NOME (WS-QTD-CADASTRO)
                   MOVE OPER-NIVEL TO WS-CAD-NIVEL (WS-QTD-CADASTRO)
               ELSE
                   DISPLAY "*** CADASTRO DE OPERADORES MAIOR QUE A "
                           "TABELA - " OPER-ID " SAI SEM NOME ***"
               END-IF
           END-IF.
           PERFORM 1110-LER-OPERADOR THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-LER-JORNAL - LE O JORNAL INTEIRO E LIBERA PARA A   *
      * ORDENACAO AS ENTRADAS GRAVADAS NA DATA DO CICLO.        *
      *--------------------------------------------------------*
       2000-LER-JORNAL.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
           PERFORM 2200-GUARDAR-ATIVIDADE THRU 2200-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE JRN-FILE.
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
      * 2200-GUARDAR-ATIVIDADE - ENTRADA DA DATA DO CICLO VAI   *
      * PARA A ORDENACAO (NOS GRUPOS 1 E 2) COM O NOME DA       *
      * PESSOA TIRADO DA IMAGEM                                 *
      * (DEPOIS; NA EXCLUSAO, ANTES). LINHA DE JORNAL ANTERIOR  *
      * AO ID DO OPERADOR FICA COM O OPERADOR EM BRANCO. A DATA *
      * DO JORNAL E A DO RELOGIO DA GRAVACAO (DATA DE           *
      * CALENDARIO), COMPARADA COM A DATA DO CICLO; RODADA FORA *
      * DO DIA DO CICLO SAI NO RELATORIO DO DIA DO RELOGIO -    *
      * O CABECALHO INFORMA ESSA BASE.                          *
      *--------------------------------------------------------*
       2200-GUARDAR-ATIVIDADE.
           IF JRN-DATA = WS-DATA-EXEC
               ADD 1 TO WS-TOTAL-DO-DIA
               IF JRN-OPERACAO = "L"
                   ADD 1 TO WS-TOTAL-FALHAS
               END-IF
               MOVE SPACES TO SORT-REC
               MOVE "1" TO SORT-GRUPO
               MOVE JRN-OPERADOR TO SORT-OPERADOR
               MOVE JRN-HORA TO SORT-HORA
               MOVE WS-TOTAL-LIDAS TO SORT-SEQ
               MOVE JRN-OPERACAO TO SORT-OPERACAO
               MOVE JRN-ID TO SORT-PERSON-ID
               MOVE JRN-PROGRAMA TO SORT-PROGRAMA
               IF JRN-OPERACAO = "E"
                   MOVE JRN-ANTES (7:20) TO SORT-NOME
               ELSE
                   MOVE JRN-DEPOIS (7:20) TO SORT-NOME
               END-IF
               RELEASE SORT-REC
               MOVE "2" TO SORT-GRUPO
               RELEASE SORT-REC
           END-IF.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-IMPRIMIR-ATIVIDADES - PROCEDIMENTO DE SAIDA DA     *
      * ORDENACAO: IMPRIME AS ENTRADAS DO DIA (GRUPO 1) COM     *
      * QUEBRA POR OPERADOR E SUBTOTAL POR OPERACAO E, EM       *
      * SEGUIDA, O RESUMO POR OPERADOR (GRUPO 2).               *
      *--------------------------------------------------------*
       4000-IMPRIMIR-ATIVIDADES.
           PERFORM 4050-RETORNAR-ATIVIDADE THRU 4050-EXIT.
           IF NOT WS-ATV-DETALHE
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUMA ENTRADA NO JORNAL NA DATA DO CICLO"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               MOVE HIGH-VALUES TO WS-OPERADOR-ANTERIOR
               PERFORM 4100-IMPRIMIR-ATIVIDADE THRU 4100-EXIT
                   UNTIL NOT WS-ATV-DETALHE
               PERFORM 4400-TOTAL-OPERADOR THRU 4400-EXIT
           END-IF.
           PERFORM 5000-IMPRIMIR-RESUMO THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

       4050-RETORNAR-ATIVIDADE.
           RETURN SORT-FILE
               AT END
                   SET WS-FIM-ORDENADO TO TRUE
                   MOVE HIGH-VALUES TO WS-ATIVIDADE-REG
               NOT AT END
                   MOVE SORT-REC TO WS-ATIVIDADE-REG
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-IMPRIMIR-ATIVIDADE.
           IF WS-ATV-OPERADOR NOT = WS-OPERADOR-ANTERIOR
               IF WS-OPERADOR-ANTERIOR NOT = HIGH-VALUES
                   PERFORM 4400-TOTAL-OPERADOR THRU 4400-EXIT
               END-IF
               PERFORM 4200-QUEBRA-OPERADOR THRU 4200-EXIT
           END-IF.
           MOVE SPACES TO WS-HORA-FMT.
           STRING WS-ATV-HORA (1:2) ":" DELIMITED BY SIZE
                  WS-ATV-HORA (3:2) ":" DELIMITED BY SIZE
                  WS-ATV-HORA (5:2)     DELIMITED BY SIZE
               INTO WS-HORA-FMT.
           MOVE SPACES TO PRINT-REC.
           PERFORM 4150-CLASSIFICAR-OPERACAO THRU 4150-EXIT.
           IF WS-ATV-OPERACAO = "L"
               STRING "    " DELIMITED BY SIZE
                      WS-HORA-FMT DELIMITED BY SIZE
                      "  L  *** FALHA DE IDENTIFICACAO ***"
                          DELIMITED BY SIZE
                      "           (" DELIMITED BY SIZE
                      WS-ATV-PROGRAMA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "    " DELIMITED BY SIZE
                      WS-HORA-FMT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ATV-OPERACAO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DESCRICAO-OPERACAO DELIMITED BY SIZE
                      "  ID " DELIMITED BY SIZE
                      WS-ATV-PERSON-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ATV-NOME DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      WS-ATV-PROGRAMA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           PERFORM 4050-RETORNAR-ATIVIDADE THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4150-CLASSIFICAR-OPERACAO - DESCRICAO DA OPERACAO DA    *
      * ENTRADA CORRENTE E CONTAGEM NO ACUMULADOR DO OPERADOR.  *
      *--------------------------------------------------------*
       4150-CLASSIFICAR-OPERACAO.
           EVALUATE WS-ATV-OPERACAO
               WHEN "I"
                   MOVE "INCLUSAO" TO WS-DESCRICAO-OPERACAO
                   ADD 1 TO WS-QTD-INCLUSOES
               WHEN "A"
                   MOVE "ALTERACAO" TO WS-DESCRICAO-OPERACAO
                   ADD 1 TO WS-QTD-ALTERACOES
               WHEN "E"
                   MOVE "EXCLUSAO" TO WS-DESCRICAO-OPERACAO
                   ADD 1 TO WS-QTD-EXCLUSOES
               WHEN "S"
                   MOVE "TROCA DE SITUACAO" TO WS-DESCRICAO-OPERACAO
                   ADD 1 TO WS-QTD-SITUACOES
               WHEN "L"
                   ADD 1 TO WS-QTD-FALHAS
               WHEN "B"
                   MOVE "MARCA DE BACKUP" TO WS-DESCRICAO-OPERACAO
                   ADD 1 TO WS-QTD-OUTRAS
               WHEN OTHER
                   MOVE "OUTRA OPERACAO" TO WS-DESCRICAO-OPERACAO
                   ADD 1 TO WS-QTD-OUTRAS
           END-EVALUATE.
       4150-EXIT.
           EXIT.

       4200-QUEBRA-OPERADOR.
           MOVE WS-ATV-OPERADOR TO WS-OPERADOR-ANTERIOR.
           MOVE ZERO TO WS-QTD-INCLUSOES.
           MOVE ZERO TO WS-QTD-ALTERACOES.
           MOVE ZERO TO WS-QTD-EXCLUSOES.
           MOVE ZERO TO WS-QTD-SITUACOES.
           MOVE ZERO TO WS-QTD-OUTRAS.
           MOVE ZERO TO WS-QTD-FALHAS.
           ADD 1 TO WS-TOTAL-OPERADORES.
           PERFORM 4300-OBTER-NOME-OPERADOR THRU 4300-EXIT.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           IF WS-OPERADOR-ANTERIOR = SPACES
               STRING "OPERADOR NAO REGISTRADO NO JORNAL "
                          DELIMITED BY SIZE
                      "(ENTRADAS ANTERIORES A IDENTIFICACAO)"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "OPERADOR " DELIMITED BY SIZE
                      WS-OPERADOR-ANTERIOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-OPERADOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NIVEL-OPERADOR DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4300-OBTER-NOME-OPERADOR - PROCURA O OPERADOR DA QUEBRA *
      * NO CADASTRO CARREGADO; O ID FIXO DA CARGA NOTURNA E ID  *
      * FORA DO CADASTRO (TIPICO DE FALHA DE IDENTIFICACAO)     *
      * SAEM SINALIZADOS.                                       *
      *--------------------------------------------------------*
       4300-OBTER-NOME-OPERADOR.
           MOVE SPACES TO WS-NOME-OPERADOR.
           MOVE SPACES TO WS-NIVEL-OPERADOR.
           MOVE "N" TO WS-ACHOU-SW.
           IF WS-OPERADOR-ANTERIOR = "*LOTE*"
               MOVE "CARGA NOTURNA (LOTE)"
                   TO WS-NOME-OPERADOR
           ELSE
               PERFORM 4310-PROCURAR-OPERADOR THRU 4310-EXIT
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-QTD-CADASTRO
                      OR WS-ACHOU
               IF NOT WS-ACHOU
                   IF WS-OPERADORES-OK
                       MOVE "*** NAO CADASTRADO ***"
                           TO WS-NOME-OPERADOR
                   END-IF
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

       4310-PROCURAR-OPERADOR.
           IF WS-CAD-ID (WS-CX) = WS-OPERADOR-ANTERIOR
               SET WS-ACHOU TO TRUE
               MOVE WS-CAD-NOME (WS-CX) TO WS-NOME-OPERADOR
               EVALUATE WS-CAD-NIVEL (WS-CX)
                   WHEN "S"
                       MOVE "SUPERVISOR" TO WS-NIVEL-OPERADOR
                   WHEN "E"
                       MOVE "ESCRITURARIO" TO WS-NIVEL-OPERADOR
                   WHEN OTHER
                       MOVE "NIVEL INVALIDO" TO WS-NIVEL-OPERADOR
               END-EVALUATE
           END-IF.
       4310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4400-TOTAL-OPERADOR - SUBTOTAL POR OPERACAO DO OPERADOR *
      * DA QUEBRA, COM AS FALHAS DE IDENTIFICACAO DESTACADAS.   *
      *--------------------------------------------------------*
       4400-TOTAL-OPERADOR.
           MOVE SPACES TO PRINT-REC.
           STRING "  TOTAL DO OPERADOR - INCLUSOES: " DELIMITED BY SIZE
                  WS-QTD-INCLUSOES DELIMITED BY SIZE
                  "  ALTERACOES: " DELIMITED BY SIZE
                  WS-QTD-ALTERACOES DELIMITED BY SIZE
                  "  EXCLUSOES: " DELIMITED BY SIZE
                  WS-QTD-EXCLUSOES DELIMITED BY SIZE
                  "  SITUACOES: " DELIMITED BY SIZE
                  WS-QTD-SITUACOES DELIMITED BY SIZE
                  "  OUTRAS: " DELIMITED BY SIZE
                  WS-QTD-OUTRAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-QTD-FALHAS > ZERO
               MOVE SPACES TO PRINT-REC
               STRING "  *** " DELIMITED BY SIZE
                      WS-QTD-FALHAS DELIMITED BY SIZE
                      " FALHA(S) DE IDENTIFICACAO COM ESTE ID ***"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-IMPRIMIR-RESUMO - UMA LINHA POR OPERADOR COM AS    *
      * QUANTIDADES DO DIA; QUEM TEVE FALHA DE IDENTIFICACAO    *
      * SAI SINALIZADO.                                         *
      *--------------------------------------------------------*
       5000-IMPRIMIR-RESUMO.
           IF WS-ATV-RESUMO
               MOVE SPACES TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE SPACES TO PRINT-REC
               MOVE "RESUMO POR OPERADOR" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE SPACES TO PRINT-REC
               STRING "  OPERADOR NOME                           "
                          DELIMITED BY SIZE
                      " INCL   ALT  EXCL   SIT OUTRA FALHA"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               PERFORM 5100-IMPRIMIR-RESUMO-OPER THRU 5100-EXIT
                   UNTIL NOT WS-ATV-RESUMO
           END-IF.
       5000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5100-IMPRIMIR-RESUMO-OPER - SOMA AS ENTRADAS DO GRUPO 2 *
      * DE UM OPERADOR E IMPRIME A LINHA DELE NO RESUMO.        *
      *--------------------------------------------------------*
       5100-IMPRIMIR-RESUMO-OPER.
           MOVE WS-ATV-OPERADOR TO WS-OPERADOR-ANTERIOR.
           MOVE ZERO TO WS-QTD-INCLUSOES.
           MOVE ZERO TO WS-QTD-ALTERACOES.
           MOVE ZERO TO WS-QTD-EXCLUSOES.
           MOVE ZERO TO WS-QTD-SITUACOES.
           MOVE ZERO TO WS-QTD-OUTRAS.
           MOVE ZERO TO WS-QTD-FALHAS.
           PERFORM 4300-OBTER-NOME-OPERADOR THRU 4300-EXIT.
           PERFORM 5110-SOMAR-RESUMO THRU 5110-EXIT
               UNTIL NOT WS-ATV-RESUMO
                  OR WS-ATV-OPERADOR NOT = WS-OPERADOR-ANTERIOR.
           MOVE SPACES TO PRINT-REC.
           STRING "  " DELIMITED BY SIZE
                  WS-OPERADOR-ANTERIOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-OPERADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-INCLUSOES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-ALTERACOES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-EXCLUSOES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-SITUACOES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-OUTRAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTD-FALHAS DELIMITED BY SIZE
               INTO PRINT-REC.
           IF WS-QTD-FALHAS > ZERO
               MOVE "*** FALHA DE IDENTIFICACAO ***"
                   TO PRINT-REC (90:30)
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

       5110-SOMAR-RESUMO.
           PERFORM 4150-CLASSIFICAR-OPERACAO THRU 4150-EXIT.
           PERFORM 4050-RETORNAR-ATIVIDADE THRU 4050-EXIT.
       5110-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS DO RELATORIO.    *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS LIDAS DO JORNAL.......: " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS NA DATA DO CICLO......: " DELIMITED BY SIZE
                  WS-TOTAL-DO-DIA DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "FALHAS DE IDENTIFICACAO........: " DELIMITED BY SIZE
                  WS-TOTAL-FALHAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "OPERADORES COM ATIVIDADE.......: " DELIMITED BY SIZE
                  WS-TOTAL-OPERADORES DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-TOTAL-FALHAS > ZERO
               MOVE SPACES TO PRINT-REC
               STRING "*** HOUVE FALHA DE IDENTIFICACAO NA "
                          DELIMITED BY SIZE
                      "MANUTENCAO - CONFERIR COM A SEGURANCA ***"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           DISPLAY "ATIVIDADE POR OPERADOR GERADA - "
                   WS-TOTAL-DO-DIA " ENTRADA(S), "
                   WS-TOTAL-FALHAS " FALHA(S) DE IDENTIFICACAO".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DO RELATORIO DE ATIVIDADE POR OPERADOR.     *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING "ATIVIDADE DIARIA POR OPERADOR (JORNAL PERSONJRN)"
                      DELIMITED BY SIZE
                  "          PAGINA: " DELIMITED BY SIZE
                  WS-NUM-PAGINA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DO CICLO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "BASE DA SELECAO: DATA DE CALENDARIO DA GRAVACAO "
                      DELIMITED BY SIZE
                  "NO JORNAL (RELOGIO) IGUAL A DATA DO CICLO"
                      DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-LINHAS-NA-PAGINA.
       8100-EXIT.
           EXIT.

       8200-IMPRIMIR-LINHA.
           IF WS-LINHAS-NA-PAGINA NOT < WS-MAX-LINHAS-PAGINA
               PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT
           END-IF.
           WRITE PRINT-REC.
           ADD 1 TO WS-LINHAS-NA-PAGINA.
       8200-EXIT.
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
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): ENTRADAS  *
      * LIDAS, ENTRADAS DO DIA E FALHAS DE IDENTIFICACAO.       *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "OPER-ACTIVITY-REPORT" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-LIDAS TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-DO-DIA TO RUNSTAT-ACEITOS
               MOVE WS-TOTAL-FALHAS TO RUNSTAT-REJEITADOS
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
      * RODADA: 0=DIA SEM OCORRENCIA, 4=HOUVE FALHA DE          *
      * IDENTIFICACAO.                                          *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-COD-RETORNO < 4
              AND WS-TOTAL-FALHAS > ZERO
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

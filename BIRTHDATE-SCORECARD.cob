       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIRTHDATE-SCORECARD.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: MEDIR O SANEAMENTO DAS DATAS DE NASCIMENTO DO
      *           CADASTRO PERSONDB. O PLACAR MOSTRA, POR
      *           DEPARTAMENTO, QUANTOS REGISTROS ATIVOS TEM DATA
      *           DE NASCIMENTO, QUANTOS TEM DATA INVALIDA,
      *           QUANTOS AINDA DEPENDEM DA IDADE GRAVADA
      *           (CONGELADA, SEM DATA) E QUANTOS TEM A IDADE
      *           GRAVADA DIFERENTE DA CALCULADA PELA DATA. NO
      *           MODO 2 (CARGA), LE TAMBEM O ARQUIVO DE DATAS DE
      *           NASCIMENTO DO RH (RHNASC, COPYBOOK NASCRH-REC),
      *           CASA CADA LINHA COM O CADASTRO PELO PERSON-ID E
      *           GERA UMA TRANSACAO A COM A DATA PARA A CARGA
      *           NOTURNA (PERSON-BATCH-UPDATE); LINHA EM CONFLITO
      *           COM O CADASTRO OU INVALIDA VAI PARA O RELATORIO
      *           DE REVISAO E NAO GERA TRANSACAO.
      * DATA: 23/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 23/09/2026 AD     VERSAO ORIGINAL - PLACAR POR
      *                   DEPARTAMENTO, CARGA DE DATAS DO RH COM
      *                   RELATORIO DE REVISAO; CODIGO DE RETORNO
      *                   4 QUANDO HA LINHA EM REVISAO; LINHA DE
      *                   ESTATISTICA NO RUNSTATS.
      * 15/10/2026 AD     GRAVACAO DA TRANSACAO CONFERIDA PELO
      *                   FILE STATUS; FALHA CONTADA A PARTE E
      *                   CODIGO 12, PARA A CARGA NOTURNA NAO
      *                   RODAR COM O ARQUIVO INCOMPLETO.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-FILE ASSIGN TO "PERSONDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSON-FILE.

           SELECT NASCRH-FILE ASSIGN TO "RHNASC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NASCRH-FILE.

           SELECT TRANS-FILE ASSIGN TO "TRANSACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANS-FILE.

           SELECT PRINT-FILE ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT PARAM-FILE ASSIGN TO "PARAMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM-FILE.

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

       FD  NASCRH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "NASCRH-REC.CPY".

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 188 CHARACTERS.
           COPY "TRANS-REC.CPY".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-REC                       PIC X(132).

       FD  PARAM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "PARAM-REC.CPY".

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

       01  FS-NASCRH-FILE                   PIC X(02).
           88  FS-NASCRH-OK                 VALUE "00".

       01  FS-TRANS-FILE                    PIC X(02).
           88  FS-TRANS-OK                  VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-PARAM-FILE                    PIC X(02).
           88  FS-PARAM-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.
       77  WS-TITULO                        PIC X(50)   VALUE SPACES.
       77  WS-CABEC-COLUNAS                 PIC X(100)  VALUE SPACES.

       77  WS-MODO-EXECUCAO                 PIC X(01)   VALUE SPACE.
           88  WS-MODO-PLACAR               VALUE "1".
           88  WS-MODO-CARGA                VALUE "2".
       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-FIM-RH-SW                     PIC X(01)   VALUE "N".
           88  WS-FIM-RH                    VALUE "S".
       77  WS-ACHOU-SW                      PIC X(01)   VALUE "N".
           88  WS-ACHOU                     VALUE "S".
       77  WS-TROCOU-SW                     PIC X(01)   VALUE "N".
           88  WS-TROCOU                    VALUE "S".
       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

      *    TETO DE IDADE DO ARQUIVO DE PARAMETROS (PADRAO 120),
      *    O MESMO QUE A CRITICA DE PERSON-BATCH-UPDATE APLICA A
      *    TRANSACAO GERADA.
       77  WS-PARM-TETO-IDADE               PIC 9(03)   VALUE 120.

      *    PLACAR POR DEPARTAMENTO (SO ATIVOS). CODIGO EM BRANCO
      *    E CONTADO COMO "----" (NAO ATRIBUIDO). ATIVOS = COM DATA
      *    + DATA INVALIDA + SEM DATA; DIVERGENTES ESTA CONTIDO EM
      *    COM DATA.
       77  WS-MAX-DEPTOS                    PIC 9(04)   COMP VALUE 300.
       77  WS-QTD-DEPTOS                    PIC 9(04)   COMP VALUE ZERO.
       77  WS-DX                            PIC 9(04)   COMP.
       77  WS-DY                            PIC 9(04)   COMP.
       77  WS-DEPTO-BUSCA                   PIC X(04).
       01  WS-TABELA-DEPTOS.
           05  WS-DEP-ENT OCCURS 300 TIMES.
               10  WS-DEP-CODIGO            PIC X(04).
               10  WS-DEP-ATIVOS            PIC 9(05).
               10  WS-DEP-COM-DATA          PIC 9(05).
               10  WS-DEP-DATA-INVALIDA     PIC 9(05).
               10  WS-DEP-SEM-DATA          PIC 9(05).
               10  WS-DEP-DIVERGENTES       PIC 9(05).
       01  WS-DEP-TEMP                      PIC X(29).

       77  WS-TOT-ATIVOS                    PIC 9(05)   VALUE ZERO.
       77  WS-TOT-COM-DATA                  PIC 9(05)   VALUE ZERO.
       77  WS-TOT-DATA-INVALIDA             PIC 9(05)   VALUE ZERO.
       77  WS-TOT-SEM-DATA                  PIC 9(05)   VALUE ZERO.
       77  WS-TOT-DIVERGENTES               PIC 9(05)   VALUE ZERO.
       77  WS-PCT-COM-DATA                  PIC 9(03).
       77  WS-PCT-FMT                       PIC ZZ9.

       77  WS-TOTAL-LIDOS                   PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-INATIVOS                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-PERDIDOS                PIC 9(05)   VALUE ZERO.

      *    TOTAIS DA CARGA DE DATAS DO RH. LIDAS = GERADAS + JA
      *    CONFEREM + CONFLITOS + REJEITADAS + FALHAS DE GRAVACAO.
       77  WS-TOTAL-RH-LIDAS                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-GERADAS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-FALHAS-GRAVACAO         PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-JA-CONFEREM             PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-CONFLITOS               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-REJEITADAS              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-CONFERIDO               PIC 9(05)   VALUE ZERO.

      *    LINHA CORRENTE DO ARQUIVO DO RH. O PERSON-ID DEVE VIR EM
      *    ORDEM CRESCENTE, SEM REPETICAO.
       77  WS-ID-ANTERIOR                   PIC 9(06)   VALUE ZERO.
       77  WS-ID-RH                         PIC 9(06).
       01  WS-NASC-RH                       PIC 9(08).
       01  WS-NASC-RH-R REDEFINES WS-NASC-RH.
           05  WS-RH-SECULO                 PIC 9(02).
           05  WS-RH-AA                     PIC 9(02).
           05  WS-RH-MES                    PIC 9(02).
           05  WS-RH-DIA                    PIC 9(02).
       77  WS-IDADE-GRAVADA                 PIC 9(03).
       77  WS-NASC-GRAVADA                  PIC 9(07).
       77  WS-IDADE-RH                      PIC 9(03).
       77  WS-DIFERENCA-IDADE               PIC S9(05)  COMP.
       77  WS-MOTIVO-REVISAO                PIC X(50).
       77  WS-CONFLITO-SW                   PIC X(01)   VALUE "N".
           88  WS-CONFLITO                  VALUE "S".

       01  WS-DATA-NASC                     PIC 9(07).
       01  WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
           05  WS-NASC-SECULO               PIC 9(01).
           05  WS-NASC-AA                   PIC 9(02).
           05  WS-NASC-MES                  PIC 9(02).
           05  WS-NASC-DIA                  PIC 9(02).
       77  WS-ANO-EXEC                      PIC 9(04).
       77  WS-MMDD-EXEC                     PIC 9(04).
       77  WS-ANO-NASC                      PIC 9(04).
       77  WS-MMDD-NASC                     PIC 9(04).
       77  WS-IDADE-CALC                    PIC S9(05)  COMP.

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2100-LER-PESSOA THRU 2100-EXIT.
           PERFORM 2000-TRATAR-PESSOA THRU 2000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           PERFORM 5000-ORDENAR-DEPTOS THRU 5000-EXIT.
           PERFORM 3000-IMPRIMIR-PLACAR THRU 3000-EXIT.
           IF WS-MODO-CARGA
               PERFORM 4000-CARREGAR-DATAS-RH THRU 4000-EXIT
           END-IF.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO, O TETO DE     *
      * IDADE E O MODO DE EXECUCAO E ABRE OS ARQUIVOS; O        *
      * ARQUIVO DO RH E O DE TRANSACOES SO NO MODO 2.           *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           STRING WS-DATA-EXEC (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-EXEC-FMT.
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
           PERFORM 1300-OBTER-MODO THRU 1300-EXIT.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODO-CARGA
               OPEN INPUT NASCRH-FILE
               IF NOT FS-NASCRH-OK
                   DISPLAY "*** NAO FOI POSSIVEL ABRIR NASCRH-FILE "
                           "- STATUS " FS-NASCRH-FILE " ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT TRANS-FILE
               IF NOT FS-TRANS-OK
                   DISPLAY "*** NAO FOI POSSIVEL ABRIR TRANS-FILE "
                           "- STATUS " FS-TRANS-FILE " ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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
      * 1100-LER-PARAMETROS - LE O ARQUIVO DE PARAMETROS E      *
      * APLICA OS VALORES INFORMADOS; ARQUIVO AUSENTE OU CAMPO  *
      * EM BRANCO/INVALIDO MANTEM O PADRAO DO PROGRAMA.         *
      *--------------------------------------------------------*
       1100-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           IF FS-PARAM-OK
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1200-APLICAR-PARAMETROS THRU 1200-EXIT
               END-READ
               CLOSE PARAM-FILE
           ELSE
               DISPLAY "ARQUIVO DE PARAMETROS AUSENTE "
                       "- USANDO OS PADROES DO PROGRAMA"
           END-IF.
       1100-EXIT.
           EXIT.

       1200-APLICAR-PARAMETROS.
           IF PARAM-TETO-IDADE IS NUMERIC
               MOVE PARAM-TETO-IDADE TO WS-PARM-TETO-IDADE
               IF WS-PARM-TETO-IDADE = ZERO
                  OR WS-PARM-TETO-IDADE = 999
                   MOVE 120 TO WS-PARM-TETO-IDADE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1300-OBTER-MODO - 1 = SO O PLACAR; 2 = PLACAR E CARGA   *
      * DAS DATAS DO RH. MODO DESCONHECIDO ENCERRA A RODADA     *
      * COM CODIGO 8, SEM GERAR SAIDA.                          *
      *--------------------------------------------------------*
       1300-OBTER-MODO.
           DISPLAY "MODO DE EXECUCAO (1-SO PLACAR  2-PLACAR E "
                   "CARGA DAS DATAS DO RH, ENTER=1)? ".
           ACCEPT WS-MODO-EXECUCAO.
           IF WS-MODO-EXECUCAO = SPACE
               SET WS-MODO-PLACAR TO TRUE
           END-IF.
           IF NOT WS-MODO-PLACAR AND NOT WS-MODO-CARGA
               DISPLAY "*** MODO DE EXECUCAO INVALIDO: "
                       WS-MODO-EXECUCAO " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-TRATAR-PESSOA - CLASSIFICA O REGISTRO ATIVO NO     *
      * PLACAR DO SEU DEPARTAMENTO: COM DATA VALIDA (E, NESSE   *
      * CASO, SE A IDADE GRAVADA DIVERGE DA CALCULADA), COM     *
      * DATA INVALIDA OU SEM DATA (IDADE CONGELADA). INATIVO E  *
      * FALECIDO SAO SO CONTADOS.                               *
      *--------------------------------------------------------*
       2000-TRATAR-PESSOA.
           IF SITUACAO = "I" OR SITUACAO = "F"
               ADD 1 TO WS-TOTAL-INATIVOS
           ELSE
               MOVE DEPARTAMENTO TO WS-DEPTO-BUSCA
               PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
               IF WS-DX > ZERO
                   ADD 1 TO WS-DEP-ATIVOS (WS-DX)
                   IF DATA-NASCIMENTO IS NUMERIC
                      AND DATA-NASCIMENTO > ZERO
                       MOVE IDADE TO WS-IDADE-GRAVADA
                       PERFORM 2400-CALCULAR-IDADE THRU 2400-EXIT
                       IF IDADE = 999
                           ADD 1 TO WS-DEP-DATA-INVALIDA (WS-DX)
                       ELSE
                           ADD 1 TO WS-DEP-COM-DATA (WS-DX)
                           IF IDADE NOT = WS-IDADE-GRAVADA
                               ADD 1 TO WS-DEP-DIVERGENTES (WS-DX)
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-DEP-SEM-DATA (WS-DX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-LER-PESSOA THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-LER-PESSOA.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       2100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2400-CALCULAR-IDADE - QUANDO O REGISTRO TRAZ A DATA DE    *
      * NASCIMENTO (SAAMMDD), DERIVA A IDADE CORRENTE DA DATA DA  *
      * EXECUCAO (MESMO CRITERIO DE SHOW-NAME-AND-AGE). REGISTRO  *
      * SEM DATA MANTEM A IDADE GRAVADA (TRANSICAO). DATA         *
      * IMPLAUSIVEL (OU POSTERIOR A DATA DA EXECUCAO) FORCA       *
      * IDADE 999.                                                *
      *--------------------------------------------------------*
       2400-CALCULAR-IDADE.
           IF DATA-NASCIMENTO IS NUMERIC
              AND DATA-NASCIMENTO > ZERO
               MOVE DATA-NASCIMENTO TO WS-DATA-NASC
               IF WS-NASC-MES < 1 OR WS-NASC-MES > 12
                  OR WS-NASC-DIA < 1 OR WS-NASC-DIA > 31
                   MOVE 999 TO IDADE
               ELSE
                   COMPUTE WS-ANO-NASC = 1900
                       + (WS-NASC-SECULO * 100) + WS-NASC-AA
                   MOVE WS-DATA-EXEC (1:4) TO WS-ANO-EXEC
                   MOVE WS-DATA-EXEC (5:4) TO WS-MMDD-EXEC
                   MOVE WS-DATA-NASC (4:4) TO WS-MMDD-NASC
                   COMPUTE WS-IDADE-CALC = WS-ANO-EXEC - WS-ANO-NASC
                   IF WS-MMDD-EXEC < WS-MMDD-NASC
                       SUBTRACT 1 FROM WS-IDADE-CALC
                   END-IF
                   IF WS-IDADE-CALC < ZERO OR WS-IDADE-CALC > 999
                       MOVE 999 TO IDADE
                   ELSE
                       MOVE WS-IDADE-CALC TO IDADE
                   END-IF
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-IMPRIMIR-PLACAR - UMA LINHA POR DEPARTAMENTO COM   *
      * OS ATIVOS, O PERCENTUAL COM DATA E AS PENDENCIAS, E A   *
      * LINHA DE TOTAL GERAL.                                   *
      *--------------------------------------------------------*
       3000-IMPRIMIR-PLACAR.
           MOVE "PLACAR DAS DATAS DE NASCIMENTO - ATIVOS"
               TO WS-TITULO.
           MOVE SPACES TO WS-CABEC-COLUNAS.
           STRING "DEPT  ATIVOS COM DATA   %  DATA INV  SEM DATA"
                      DELIMITED BY SIZE
                  "  DIVERGENTES" DELIMITED BY SIZE
               INTO WS-CABEC-COLUNAS.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
           IF WS-QTD-DEPTOS = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUM REGISTRO ATIVO NO CADASTRO" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               PERFORM 3100-IMPRIMIR-DEPTO THRU 3100-EXIT
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-QTD-DEPTOS
               PERFORM 3200-IMPRIMIR-TOTAL-GERAL THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-DEPTO.
           ADD WS-DEP-ATIVOS (WS-DX) TO WS-TOT-ATIVOS.
           ADD WS-DEP-COM-DATA (WS-DX) TO WS-TOT-COM-DATA.
           ADD WS-DEP-DATA-INVALIDA (WS-DX) TO WS-TOT-DATA-INVALIDA.
           ADD WS-DEP-SEM-DATA (WS-DX) TO WS-TOT-SEM-DATA.
           ADD WS-DEP-DIVERGENTES (WS-DX) TO WS-TOT-DIVERGENTES.
           MOVE ZERO TO WS-PCT-COM-DATA.
           IF WS-DEP-ATIVOS (WS-DX) > ZERO
               COMPUTE WS-PCT-COM-DATA ROUNDED =
                   WS-DEP-COM-DATA (WS-DX) * 100
                   / WS-DEP-ATIVOS (WS-DX)
           END-IF.
           MOVE WS-PCT-COM-DATA TO WS-PCT-FMT.
           MOVE SPACES TO PRINT-REC.
           STRING WS-DEP-CODIGO (WS-DX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DEP-ATIVOS (WS-DX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DEP-COM-DATA (WS-DX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-FMT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-DEP-DATA-INVALIDA (WS-DX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-DEP-SEM-DATA (WS-DX) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-DEP-DIVERGENTES (WS-DX) DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-TOTAL-GERAL.
           MOVE ZERO TO WS-PCT-COM-DATA.
           IF WS-TOT-ATIVOS > ZERO
               COMPUTE WS-PCT-COM-DATA ROUNDED =
                   WS-TOT-COM-DATA * 100 / WS-TOT-ATIVOS
           END-IF.
           MOVE WS-PCT-COM-DATA TO WS-PCT-FMT.
           MOVE SPACES TO PRINT-REC.
           STRING "TOTAL " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOT-ATIVOS DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-TOT-COM-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-FMT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-TOT-DATA-INVALIDA DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-TOT-SEM-DATA DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-TOT-DIVERGENTES DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-CARREGAR-DATAS-RH - MODO 2: LE O ARQUIVO DE DATAS  *
      * DO RH ATE O FIM, EM PAGINA PROPRIA DE REVISAO PARA AS   *
      * LINHAS QUE NAO GERAM TRANSACAO.                         *
      *--------------------------------------------------------*
       4000-CARREGAR-DATAS-RH.
           MOVE "CARGA DAS DATAS DE NASCIMENTO DO RH - REVISAO"
               TO WS-TITULO.
           MOVE SPACES TO WS-CABEC-COLUNAS.
           STRING "ID     NOME                 DEPT DATA RH  "
                      DELIMITED BY SIZE
                  " GRAV. P/RH MOTIVO" DELIMITED BY SIZE
               INTO WS-CABEC-COLUNAS.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
           PERFORM 4100-LER-RH THRU 4100-EXIT.
           PERFORM 4200-TRATAR-NASCIMENTO THRU 4200-EXIT
               UNTIL WS-FIM-RH.
           IF WS-TOTAL-CONFLITOS = ZERO
              AND WS-TOTAL-REJEITADAS = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUMA LINHA DO RH PARA REVISAO" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-RH.
           READ NASCRH-FILE
               AT END
                   SET WS-FIM-RH TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-RH-LIDAS
           END-READ.
       4100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4200-TRATAR-NASCIMENTO - CRITICA A LINHA DO RH E CASA   *
      * COM O CADASTRO PELO PERSON-ID. REJEITADA: ID INVALIDO,  *
      * FORA DE ORDEM OU REPETIDO, DATA INVALIDA, ID FORA DO    *
      * CADASTRO OU IDADE PELA DATA FORA DO LIMITE. CONFLITO:   *
      * REGISTRO JA COM OUTRA DATA, OU SEM DATA E COM IDADE     *
      * GRAVADA A MAIS DE UM ANO DA IDADE PELA DATA DO RH.      *
      * REGISTRO JA COM A MESMA DATA SO E CONTADO. O RESTO GERA *
      * A TRANSACAO A.                                          *
      *--------------------------------------------------------*
       4200-TRATAR-NASCIMENTO.
           MOVE SPACES TO WS-MOTIVO-REVISAO.
           MOVE "N" TO WS-CONFLITO-SW.
           MOVE ZERO TO WS-IDADE-GRAVADA.
           MOVE ZERO TO WS-IDADE-RH.
           MOVE SPACES TO NOME.
           MOVE SPACES TO DEPARTAMENTO.
           IF NRH-PERSON-ID IS NOT NUMERIC OR NRH-PERSON-ID = ZEROS
               MOVE "ID INVALIDO" TO WS-MOTIVO-REVISAO
           ELSE
               MOVE NRH-PERSON-ID TO WS-ID-RH
               IF WS-ID-RH NOT > WS-ID-ANTERIOR
                   MOVE "ID FORA DE ORDEM OU REPETIDO"
                       TO WS-MOTIVO-REVISAO
               ELSE
                   MOVE WS-ID-RH TO WS-ID-ANTERIOR
                   PERFORM 4300-CONVERTER-DATA THRU 4300-EXIT
               END-IF
           END-IF.
           IF WS-MOTIVO-REVISAO = SPACES
               MOVE WS-ID-RH TO PERSON-ID
               READ PERSON-FILE
                   INVALID KEY
                       MOVE "ID NAO ENCONTRADO NO CADASTRO"
                           TO WS-MOTIVO-REVISAO
                       MOVE SPACES TO NOME
                       MOVE SPACES TO DEPARTAMENTO
               END-READ
           END-IF.
           IF WS-MOTIVO-REVISAO = SPACES
               MOVE IDADE TO WS-IDADE-GRAVADA
               MOVE DATA-NASCIMENTO TO WS-NASC-GRAVADA
               MOVE WS-DATA-NASC TO DATA-NASCIMENTO
               PERFORM 2400-CALCULAR-IDADE THRU 2400-EXIT
               MOVE IDADE TO WS-IDADE-RH
               PERFORM 4400-CONFRONTAR-CADASTRO THRU 4400-EXIT
           END-IF.
           IF WS-MOTIVO-REVISAO = SPACES
               PERFORM 4500-GERAR-TRANSACAO THRU 4500-EXIT
           ELSE
               IF WS-MOTIVO-REVISAO NOT = "JA CONFERE"
                   PERFORM 4600-REGISTRAR-REVISAO THRU 4600-EXIT
               END-IF
           END-IF.
           PERFORM 4100-LER-RH THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4300-CONVERTER-DATA - DATA DO RH (AAAAMMDD) NO FORMATO  *
      * DO CADASTRO (SAAMMDD, S=0 P/ 19XX E 1 P/ 20XX). OUTRO   *
      * SECULO, MES OU DIA FORA DA FAIXA REJEITA A LINHA.       *
      *--------------------------------------------------------*
       4300-CONVERTER-DATA.
           IF NRH-DATA-NASC IS NOT NUMERIC
               MOVE "DATA DO RH INVALIDA" TO WS-MOTIVO-REVISAO
           ELSE
               MOVE NRH-DATA-NASC TO WS-NASC-RH
               IF (WS-RH-SECULO NOT = 19 AND WS-RH-SECULO NOT = 20)
                  OR WS-RH-MES < 1 OR WS-RH-MES > 12
                  OR WS-RH-DIA < 1 OR WS-RH-DIA > 31
                   MOVE "DATA DO RH INVALIDA" TO WS-MOTIVO-REVISAO
               ELSE
                   COMPUTE WS-NASC-SECULO = WS-RH-SECULO - 19
                   MOVE WS-RH-AA TO WS-NASC-AA
                   MOVE WS-RH-MES TO WS-NASC-MES
                   MOVE WS-RH-DIA TO WS-NASC-DIA
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4400-CONFRONTAR-CADASTRO - COMPARA A DATA DO RH COM O   *
      * QUE O REGISTRO JA TEM. IDADE GRAVADA INVALIDA (ZERO OU  *
      * ACIMA DO TETO) NAO SERVE DE COMPARACAO E A DATA DO RH   *
      * E ACEITA.                                               *
      *--------------------------------------------------------*
       4400-CONFRONTAR-CADASTRO.
           IF WS-IDADE-RH = ZERO OR WS-IDADE-RH > WS-PARM-TETO-IDADE
               MOVE "IDADE PELA DATA DO RH FORA DO LIMITE"
                   TO WS-MOTIVO-REVISAO
           ELSE
               IF WS-NASC-GRAVADA IS NUMERIC
                  AND WS-NASC-GRAVADA > ZERO
                   IF WS-NASC-GRAVADA = WS-DATA-NASC
                       MOVE "JA CONFERE" TO WS-MOTIVO-REVISAO
                       ADD 1 TO WS-TOTAL-JA-CONFEREM
                   ELSE
                       MOVE "CADASTRO JA TEM OUTRA DATA"
                           TO WS-MOTIVO-REVISAO
                       SET WS-CONFLITO TO TRUE
                   END-IF
               ELSE
                   IF WS-IDADE-GRAVADA IS NUMERIC
                      AND WS-IDADE-GRAVADA > ZERO
                      AND WS-IDADE-GRAVADA NOT > WS-PARM-TETO-IDADE
                       COMPUTE WS-DIFERENCA-IDADE =
                           WS-IDADE-RH - WS-IDADE-GRAVADA
                       IF WS-DIFERENCA-IDADE > 1
                          OR WS-DIFERENCA-IDADE < -1
                           MOVE "IDADE GRAVADA A MAIS DE 1 ANO DA DATA"
                               TO WS-MOTIVO-REVISAO
                           SET WS-CONFLITO TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       4400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4500-GERAR-TRANSACAO - TRANSACAO A SO COM A DATA DE     *
      * NASCIMENTO: IDADE E DEPARTAMENTO EM BRANCO, PARA A      *
      * CARGA NOTURNA DERIVAR A IDADE E MANTER O DEPARTAMENTO.  *
      * O NOME VAI SO PARA CONFERENCIA (A ALTERACAO NAO O       *
      * APLICA). SO A TRANSACAO GRAVADA E CONTADA COMO GERADA.  *
      *--------------------------------------------------------*
       4500-GERAR-TRANSACAO.
           MOVE SPACES TO TRANS-REC.
           MOVE "A" TO TRANS-OPERACAO.
           MOVE WS-ID-RH TO TRANS-ID.
           MOVE NOME TO TRANS-NOME.
           MOVE WS-DATA-NASC TO TRANS-DATA-NASC.
           WRITE TRANS-REC.
           IF FS-TRANS-OK
               ADD 1 TO WS-TOTAL-GERADAS
           ELSE
               DISPLAY "*** ERRO AO GRAVAR TRANSACAO PARA "
                       WS-ID-RH " - STATUS " FS-TRANS-FILE " ***"
               ADD 1 TO WS-TOTAL-FALHAS-GRAVACAO
           END-IF.
       4500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4600-REGISTRAR-REVISAO - UMA LINHA NO RELATORIO DE      *
      * REVISAO POR LINHA DO RH EM CONFLITO OU REJEITADA.       *
      *--------------------------------------------------------*
       4600-REGISTRAR-REVISAO.
           IF WS-CONFLITO
               ADD 1 TO WS-TOTAL-CONFLITOS
           ELSE
               ADD 1 TO WS-TOTAL-REJEITADAS
           END-IF.
           IF DEPARTAMENTO = SPACES
               MOVE "----" TO DEPARTAMENTO
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING NRH-PERSON-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEPARTAMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NRH-DATA-NASC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IDADE-GRAVADA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IDADE-RH DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOTIVO-REVISAO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-ORDENAR-DEPTOS - ORDENACAO POR BOLHA DO PLACAR     *
      * PELO CODIGO DO DEPARTAMENTO; SAO POUCAS LINHAS.         *
      *--------------------------------------------------------*
       5000-ORDENAR-DEPTOS.
           IF WS-QTD-DEPTOS > 1
               MOVE "S" TO WS-TROCOU-SW
               PERFORM 5100-PASSADA THRU 5100-EXIT
                   UNTIL NOT WS-TROCOU
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PASSADA.
           MOVE "N" TO WS-TROCOU-SW.
           PERFORM 5200-COMPARAR-PAR THRU 5200-EXIT
               VARYING WS-DY FROM 1 BY 1
               UNTIL WS-DY NOT < WS-QTD-DEPTOS.
       5100-EXIT.
           EXIT.

       5200-COMPARAR-PAR.
           IF WS-DEP-CODIGO (WS-DY) > WS-DEP-CODIGO (WS-DY + 1)
               MOVE WS-DEP-ENT (WS-DY) TO WS-DEP-TEMP
               MOVE WS-DEP-ENT (WS-DY + 1) TO WS-DEP-ENT (WS-DY)
               MOVE WS-DEP-TEMP TO WS-DEP-ENT (WS-DY + 1)
               SET WS-TROCOU TO TRUE
           END-IF.
       5200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 7000-LOCALIZAR-DEPTO - DEVOLVE EM WS-DX A LINHA DO      *
      * PLACAR DO DEPARTAMENTO WS-DEPTO-BUSCA, CRIANDO-A NA     *
      * PRIMEIRA VEZ; PLACAR CHEIO DEVOLVE ZERO E CONTA COMO    *
      * PERDIDO (SAI NOS TOTAIS E DA CODIGO 4).                 *
      *--------------------------------------------------------*
       7000-LOCALIZAR-DEPTO.
           IF WS-DEPTO-BUSCA = SPACES OR WS-DEPTO-BUSCA = LOW-VALUES
               MOVE "----" TO WS-DEPTO-BUSCA
           END-IF.
           MOVE "N" TO WS-ACHOU-SW.
           PERFORM 7010-COMPARAR-DEPTO THRU 7010-EXIT
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-QTD-DEPTOS
                  OR WS-ACHOU.
           IF WS-ACHOU
               SUBTRACT 1 FROM WS-DX
           ELSE
               IF WS-QTD-DEPTOS < WS-MAX-DEPTOS
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-DX
                   MOVE WS-DEPTO-BUSCA TO WS-DEP-CODIGO (WS-DX)
                   MOVE ZERO TO WS-DEP-ATIVOS (WS-DX)
                   MOVE ZERO TO WS-DEP-COM-DATA (WS-DX)
                   MOVE ZERO TO WS-DEP-DATA-INVALIDA (WS-DX)
                   MOVE ZERO TO WS-DEP-SEM-DATA (WS-DX)
                   MOVE ZERO TO WS-DEP-DIVERGENTES (WS-DX)
               ELSE
                   ADD 1 TO WS-TOTAL-PERDIDOS
                   MOVE ZERO TO WS-DX
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

       7010-COMPARAR-DEPTO.
           IF WS-DEP-CODIGO (WS-DX) = WS-DEPTO-BUSCA
               SET WS-ACHOU TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS DE BALANCEAMENTO *
      * (LIDOS = INATIVOS + ATIVOS NO PLACAR + PERDIDOS; NA     *
      * CARGA, LIDAS DO RH = GERADAS + JA CONFEREM + CONFLITOS  *
      * + REJEITADAS + FALHAS DE GRAVACAO) NO RELATORIO.        *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS LIDOS NO CADASTRO....: " DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "INATIVOS E FALECIDOS...........: " DELIMITED BY SIZE
                  WS-TOTAL-INATIVOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ATIVOS NO PLACAR...............: " DELIMITED BY SIZE
                  WS-TOT-ATIVOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ATIVOS FORA DO PLACAR (CHEIO)..: " DELIMITED BY SIZE
                  WS-TOTAL-PERDIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE WS-TOTAL-CONFERIDO = WS-TOTAL-INATIVOS
                   + WS-TOT-ATIVOS + WS-TOTAL-PERDIDOS.
           MOVE SPACES TO PRINT-REC.
           IF WS-TOTAL-CONFERIDO = WS-TOTAL-LIDOS
               MOVE "BALANCEAMENTO DO PLACAR OK - TOTAIS CONFEREM"
                   TO PRINT-REC
           ELSE
               MOVE "*** TOTAIS DO PLACAR NAO CONFEREM ***"
                   TO PRINT-REC
               MOVE 8 TO WS-COD-RETORNO
           END-IF.
           WRITE PRINT-REC.
           IF WS-MODO-CARGA
               PERFORM 8050-IMPRIMIR-TOTAIS-CARGA THRU 8050-EXIT
           END-IF.
           DISPLAY "PLACAR DAS DATAS DE NASCIMENTO CONCLUIDO - "
                   WS-TOT-ATIVOS " ATIVO(S), "
                   WS-TOT-SEM-DATA " SEM DATA, "
                   WS-TOT-DIVERGENTES " DIVERGENTE(S)".
           IF WS-MODO-CARGA
               DISPLAY "CARGA DAS DATAS DO RH - "
                       WS-TOTAL-GERADAS " TRANSACAO(OES) GERADA(S), "
                       WS-TOTAL-CONFLITOS " CONFLITO(S), "
                       WS-TOTAL-REJEITADAS " REJEITADA(S)"
           END-IF.
       8000-EXIT.
           EXIT.

       8050-IMPRIMIR-TOTAIS-CARGA.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS LIDAS DO RH.............: " DELIMITED BY SIZE
                  WS-TOTAL-RH-LIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "TRANSACOES A GERADAS...........: " DELIMITED BY SIZE
                  WS-TOTAL-GERADAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA JA CONFERE NO CADASTRO....: " DELIMITED BY SIZE
                  WS-TOTAL-JA-CONFEREM DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "CONFLITOS PARA REVISAO.........: " DELIMITED BY SIZE
                  WS-TOTAL-CONFLITOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS REJEITADAS..............: " DELIMITED BY SIZE
                  WS-TOTAL-REJEITADAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "TRANSACOES NAO GRAVADAS........: " DELIMITED BY SIZE
                  WS-TOTAL-FALHAS-GRAVACAO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-TOTAL-FALHAS-GRAVACAO > ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "*** ARQUIVO DE TRANSACOES INCOMPLETO ***"
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           COMPUTE WS-TOTAL-CONFERIDO = WS-TOTAL-GERADAS
                   + WS-TOTAL-JA-CONFEREM + WS-TOTAL-CONFLITOS
                   + WS-TOTAL-REJEITADAS + WS-TOTAL-FALHAS-GRAVACAO.
           MOVE SPACES TO PRINT-REC.
           IF WS-TOTAL-CONFERIDO = WS-TOTAL-RH-LIDAS
               MOVE "BALANCEAMENTO DA CARGA OK - TOTAIS CONFEREM"
                   TO PRINT-REC
           ELSE
               MOVE "*** TOTAIS DA CARGA NAO CONFEREM ***"
                   TO PRINT-REC
               MOVE 8 TO WS-COD-RETORNO
           END-IF.
           WRITE PRINT-REC.
       8050-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA COM O TITULO E AS COLUNAS DA SECAO CORRENTE *
      * (PLACAR OU REVISAO DA CARGA).                           *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING WS-TITULO DELIMITED BY SIZE
                  "          PAGINA: " DELIMITED BY SIZE
                  WS-NUM-PAGINA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CABEC-COLUNAS TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           MOVE SPACES TO PRINT-REC (81:52).
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
      * 9000-FINALIZAR - FECHA OS ARQUIVOS E GRAVA A LINHA DE   *
      * ESTATISTICA DA RODADA.                                  *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE PERSON-FILE.
           IF WS-MODO-CARGA
               CLOSE NASCRH-FILE
               CLOSE TRANS-FILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9100-GRAVAR-ESTATISTICA - ACRESCENTA A LINHA-RESUMO DA  *
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): REGISTROS *
      * LIDOS NO CADASTRO, TRANSACOES GERADAS E LINHAS DO RH    *
      * EM REVISAO (CONFLITOS + REJEITADAS).                    *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "BIRTHDATE-SCORECARD" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-LIDOS TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-GERADAS TO RUNSTAT-ACEITOS
               COMPUTE RUNSTAT-REJEITADOS = WS-TOTAL-CONFLITOS
                   + WS-TOTAL-REJEITADAS
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
      * RODADA: 0=LIMPA, 4=LINHA DO RH EM REVISAO OU PLACAR     *
      * CHEIO, 8=FALHA DE ABERTURA, MODO INVALIDO OU TOTAIS QUE *
      * NAO CONFEREM, 12=TRANSACAO NAO GRAVADA (ARQUIVO DE      *
      * TRANSACOES INCOMPLETO - A CARGA NOTURNA NAO DEVE        *
      * RODAR), PARA USO EM COND NO JCL. REGISTRO SEM           *
      * DATA OU DIVERGENTE NAO ALTERA O CODIGO (E O QUE O       *
      * PLACAR ACOMPANHA).                                      *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-COD-RETORNO < 4
              AND (WS-TOTAL-CONFLITOS > ZERO
                   OR WS-TOTAL-REJEITADAS > ZERO
                   OR WS-TOTAL-PERDIDOS > ZERO)
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           IF WS-TOTAL-FALHAS-GRAVACAO > ZERO
               MOVE 12 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-HEADCOUNT-ROLL.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: QUADRO MENSAL DE EFETIVO POR DEPARTAMENTO
      *           PEDIDO PELO FINANCEIRO NO FECHAMENTO DO MES:
      *           EFETIVO DE ABERTURA, ADMISSOES, DESLIGAMENTOS,
      *           OBITOS, REATIVACOES, TRANSFERENCIAS DE ENTRADA
      *           E DE SAIDA E EFETIVO DE FECHAMENTO. A ABERTURA
      *           VEM DA DESCARGA DO FECHAMENTO ANTERIOR
      *           (NOMEANT), OS MOVIMENTOS DO JORNAL DE
      *           ALTERACOES (PERSONJRN, PRECEDIDO DO JORNAL
      *           HISTORICO JRNARC) ENTRE AS DUAS DATAS DE
      *           CICLO E O FECHAMENTO DA DESCARGA DO FIM DO MES
      *           (NOMEIDADE, GERADA POR PERSON-UNLOAD). O
      *           PROGRAMA PROVA, DEPARTAMENTO A DEPARTAMENTO, QUE
      *           ABERTURA MAIS MOVIMENTOS DA O FECHAMENTO E
      *           SINALIZA O QUE NAO FECHA - NO LUGAR DA PLANILHA
      *           MONTADA COM UNLOAD-DELTA-REPORT (SO DIA A DIA) E
      *           AGE-BRACKET-REPORT (SO A FOTOGRAFIA DO DIA).
      * DATA: 20/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 20/09/2026 AD     VERSAO ORIGINAL - CLASSIFICACAO DAS
      *                   OPERACOES I, E, S E A DO JORNAL EM
      *                   MOVIMENTOS DE EFETIVO, PROVA DE
      *                   FECHAMENTO POR DEPARTAMENTO CONTRA A
      *                   DESCARGA DO FIM DO MES E LINHA DE
      *                   ESTATISTICA NO RUNSTATS.
      * 21/09/2026 AD     LE TAMBEM O JORNAL HISTORICO
      *                   (JRNARC), ANTES DO JORNAL VIVO, PARA
      *                   O PERIODO NAO PERDER MOVIMENTOS
      *                   LEVADOS PELA LIMPEZA DO JORNAL.
      * 15/10/2026 AD     CABECALHO INFORMA QUE O PERIODO E
      *                   APLICADO A DATA DE CALENDARIO DA
      *                   GRAVACAO NO JORNAL (RELOGIO) - O
      *                   JORNAL NAO GUARDA A DATA DE CICLO DA
      *                   RODADA.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABERTURA-FILE ASSIGN TO "NOMEANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABERTURA-FILE.

           SELECT FECHAMENTO-FILE ASSIGN TO "NOMEIDADE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHAMENTO-FILE.

           SELECT JRN-FILE ASSIGN TO "PERSONJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

           SELECT JRN-ARC-FILE ASSIGN TO "JRNARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-ARC-FILE.

           SELECT PRINT-FILE ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

           SELECT CICLO-FILE ASSIGN TO "CICLODATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CICLO-FILE.

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

           SELECT STAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  ABERTURA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
           COPY "PERSON-REC.CPY"
               REPLACING ==PERSON-REC==       BY ==ABERTURA-REC==,
                         ==PERSON-ID==        BY ==ABE-PERSON-ID==,
                         ==NOME==             BY ==ABE-NOME==,
                         ==IDADE==            BY ==ABE-IDADE==,
                         ==DATA-NASCIMENTO==  BY ==ABE-DATA-NASC==,
                         ==SITUACAO==         BY ==ABE-SITUACAO==,
                         ==DATA-SITUACAO==    BY ==ABE-DATA-SIT==,
                         ==DEPARTAMENTO==     BY ==ABE-DEPTO==.

       FD  FECHAMENTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
           COPY "PERSON-REC.CPY"
               REPLACING ==PERSON-REC==       BY ==FECHAMENTO-REC==,
                         ==PERSON-ID==        BY ==FEC-PERSON-ID==,
                         ==NOME==             BY ==FEC-NOME==,
                         ==IDADE==            BY ==FEC-IDADE==,
                         ==DATA-NASCIMENTO==  BY ==FEC-DATA-NASC==,
                         ==SITUACAO==         BY ==FEC-SITUACAO==,
                         ==DATA-SITUACAO==    BY ==FEC-DATA-SIT==,
                         ==DEPARTAMENTO==     BY ==FEC-DEPTO==.

       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  JRN-ARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
       01  JRN-ARC-REC                     PIC X(157).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-REC                       PIC X(132).

       FD  CICLO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "CYCLE-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY "RUNSTAT-REC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-ABERTURA-FILE                 PIC X(02).
           88  FS-ABERTURA-OK               VALUE "00".

       01  FS-FECHAMENTO-FILE               PIC X(02).
           88  FS-FECHAMENTO-OK             VALUE "00".

       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-JRN-ARC-FILE                  PIC X(02).
           88  FS-JRN-ARC-OK                VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).

      *    PERIODO DO QUADRO: DA DATA DE CICLO DO FECHAMENTO
      *    ANTERIOR (EXCLUSIVE - O QUE O JORNAL GRAVOU NELA JA
      *    ESTA NA DESCARGA DE ABERTURA) ATE A DATA DE CICLO DO
      *    FECHAMENTO (INCLUSIVE). AS DUAS DATAS SAO COMPARADAS
      *    COM A DATA DE CALENDARIO DA GRAVACAO NO JORNAL
      *    (RELOGIO), UNICA DATA QUE O JORNAL GUARDA; O CABECALHO
      *    DO QUADRO INFORMA ESSA BASE.
       77  WS-DATA-INICIO-ENT               PIC X(08).
       77  WS-DATA-FIM-ENT                  PIC X(08).
       77  WS-DATA-INICIO                   PIC 9(08)   VALUE ZERO.
       77  WS-DATA-FIM                      PIC 9(08)   VALUE ZERO.
       77  WS-DATA-INICIO-FMT               PIC X(10).
       77  WS-DATA-FIM-FMT                  PIC X(10).

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-DEPTOS-ABERTO-SW              PIC X(01)   VALUE "N".
           88  WS-DEPTOS-ABERTO             VALUE "S".
       77  WS-LAYOUT-ANTIGO-SW              PIC X(01)   VALUE "N".
           88  WS-LAYOUT-ANTIGO             VALUE "S".
       77  WS-ANTES-ATIVO-SW                PIC X(01)   VALUE "N".
           88  WS-ANTES-ATIVO               VALUE "S".
       77  WS-DEPOIS-ATIVO-SW               PIC X(01)   VALUE "N".
           88  WS-DEPOIS-ATIVO              VALUE "S".
       77  WS-ACHOU-SW                      PIC X(01)   VALUE "N".
           88  WS-ACHOU                     VALUE "S".
       77  WS-TROCOU-SW                     PIC X(01)   VALUE "N".
           88  WS-TROCOU                    VALUE "S".
       77  WS-LENDO-JRNARC-SW               PIC X(01)   VALUE "N".
           88  WS-LENDO-JRNARC              VALUE "S".

       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

       77  WS-TOTAL-LIDAS                   PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-NO-PERIODO              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MOVIMENTOS              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-SEM-EFEITO              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-IGNORADAS               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ANTIGAS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ABERTURA-LIDOS          PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-FECHAMENTO-LIDOS        PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-DESBALANCEADOS          PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-PERDIDOS                PIC 9(05)   VALUE ZERO.

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.

      *    QUADRO POR DEPARTAMENTO. CODIGO EM BRANCO E CONTADO
      *    COMO "----" (NAO ATRIBUIDO), O MESMO QUE O CADASTRO JA
      *    USA PARA QUEM NAO TEM DEPARTAMENTO.
       77  WS-MAX-DEPTOS                    PIC 9(04)   COMP VALUE 300.
       77  WS-QTD-DEPTOS                    PIC 9(04)   COMP VALUE ZERO.
       77  WS-DX                            PIC 9(04)   COMP.
       77  WS-DY                            PIC 9(04)   COMP.
       01  WS-TABELA-DEPTOS.
           05  WS-DEP-ENT OCCURS 300 TIMES.
               10  WS-DEP-CODIGO            PIC X(04).
               10  WS-DEP-ABERTURA          PIC 9(05).
               10  WS-DEP-ADMISSOES         PIC 9(05).
               10  WS-DEP-DESLIGAMENTOS     PIC 9(05).
               10  WS-DEP-OBITOS            PIC 9(05).
               10  WS-DEP-REATIVACOES       PIC 9(05).
               10  WS-DEP-TRANSF-ENTRADA    PIC 9(05).
               10  WS-DEP-TRANSF-SAIDA      PIC 9(05).
               10  WS-DEP-FECHAMENTO        PIC 9(05).
       01  WS-DEP-TEMP                      PIC X(44).

      *    TOTAIS GERAIS DO QUADRO (SOMA DOS DEPARTAMENTOS).
       77  WS-TOT-ABERTURA                  PIC 9(05)   VALUE ZERO.
       77  WS-TOT-ADMISSOES                 PIC 9(05)   VALUE ZERO.
       77  WS-TOT-DESLIGAMENTOS             PIC 9(05)   VALUE ZERO.
       77  WS-TOT-OBITOS                    PIC 9(05)   VALUE ZERO.
       77  WS-TOT-REATIVACOES               PIC 9(05)   VALUE ZERO.
       77  WS-TOT-TRANSF-ENTRADA            PIC 9(05)   VALUE ZERO.
       77  WS-TOT-TRANSF-SAIDA              PIC 9(05)   VALUE ZERO.
       77  WS-TOT-FECHAMENTO                PIC 9(05)   VALUE ZERO.

      *    PROVA DE UMA LINHA DO QUADRO: FECHAMENTO CALCULADO
      *    (ABERTURA + MOVIMENTOS) E DIFERENCA PARA O FECHAMENTO
      *    DA DESCARGA, COM SINAL EM SEPARADO PARA A IMPRESSAO.
       77  WS-CALC-FECHAMENTO               PIC S9(06)  COMP.
       77  WS-DIFERENCA                     PIC S9(06)  COMP.
       77  WS-CALC-SINAL                    PIC X(01).
       77  WS-CALC-VALOR                    PIC 9(05).
       77  WS-DIF-SINAL                     PIC X(01).
       77  WS-DIF-VALOR                     PIC 9(05).

       77  WS-DEPTO-BUSCA                   PIC X(04).
       77  WS-DEPTO-ANTES                   PIC X(04).
       77  WS-DEPTO-DEPOIS                  PIC X(04).
       77  WS-NOME-DEPTO                    PIC X(30).
       77  WS-DESCRICAO-MOVIMENTO           PIC X(14).
       77  WS-DATA-AAAAMMDD                 PIC 9(08).
       77  WS-DATA-FMT                      PIC X(10).

      *    IMAGENS ANTES/DEPOIS DA ENTRADA CORRENTE DO JORNAL NO
      *    LAYOUT DO PERSON-REC (NORMALIZADAS PARA 49 POSICOES).
           COPY "PERSON-REC.CPY"
               REPLACING ==PERSON-REC==       BY ==WS-IMG-ANTES==,
                         ==PERSON-ID==        BY ==ANT-PERSON-ID==,
                         ==NOME==             BY ==ANT-NOME==,
                         ==IDADE==            BY ==ANT-IDADE==,
                         ==DATA-NASCIMENTO==  BY ==ANT-DATA-NASC==,
                         ==SITUACAO==         BY ==ANT-SITUACAO==,
                         ==DATA-SITUACAO==    BY ==ANT-DATA-SIT==,
                         ==DEPARTAMENTO==     BY ==ANT-DEPTO==.
           COPY "PERSON-REC.CPY"
               REPLACING ==PERSON-REC==       BY ==WS-IMG-DEPOIS==,
                         ==PERSON-ID==        BY ==DEP-PERSON-ID==,
                         ==NOME==             BY ==DEP-NOME==,
                         ==IDADE==            BY ==DEP-IDADE==,
                         ==DATA-NASCIMENTO==  BY ==DEP-DATA-NASC==,
                         ==SITUACAO==         BY ==DEP-SITUACAO==,
                         ==DATA-SITUACAO==    BY ==DEP-DATA-SIT==,
                         ==DEPARTAMENTO==     BY ==DEP-DEPTO==.

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONTAR-ABERTURA THRU 2000-EXIT.
           PERFORM 3000-LER-JORNAL THRU 3000-EXIT.
           PERFORM 4000-CONTAR-FECHAMENTO THRU 4000-EXIT.
           PERFORM 5000-ORDENAR-DEPTOS THRU 5000-EXIT.
           PERFORM 6000-IMPRIMIR-QUADRO THRU 6000-EXIT.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO, PERGUNTA O    *
      * PERIODO DO QUADRO E ABRE AS DUAS DESCARGAS, O JORNAL E  *
      * O RELATORIO. O CADASTRO DE DEPARTAMENTOS E OPCIONAL     *
      * (SEM ELE O QUADRO SAI SO COM O CODIGO).                 *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           STRING WS-DATA-EXEC (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-EXEC (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-EXEC-FMT.
           DISPLAY "DATA DE CICLO DO FECHAMENTO ANTERIOR "
                   "(AAAAMMDD)? ".
           ACCEPT WS-DATA-INICIO-ENT.
           IF WS-DATA-INICIO-ENT IS NUMERIC
              AND WS-DATA-INICIO-ENT NOT = ZEROS
               MOVE WS-DATA-INICIO-ENT TO WS-DATA-INICIO
           END-IF.
           DISPLAY "DATA DE CICLO DO FECHAMENTO (AAAAMMDD, "
                   "ENTER=DATA DO CICLO)? ".
           ACCEPT WS-DATA-FIM-ENT.
           IF WS-DATA-FIM-ENT IS NUMERIC
              AND WS-DATA-FIM-ENT NOT = ZEROS
               MOVE WS-DATA-FIM-ENT TO WS-DATA-FIM
           ELSE
               MOVE WS-DATA-EXEC TO WS-DATA-FIM
           END-IF.
           IF WS-DATA-INICIO = ZERO
              OR WS-DATA-INICIO NOT < WS-DATA-FIM
               DISPLAY "*** PERIODO INVALIDO - INFORME A DATA DO "
                       "FECHAMENTO ANTERIOR, MENOR QUE A DO "
                       "FECHAMENTO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-INICIO TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE WS-DATA-FMT TO WS-DATA-INICIO-FMT.
           MOVE WS-DATA-FIM TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE WS-DATA-FMT TO WS-DATA-FIM-FMT.
           OPEN INPUT ABERTURA-FILE.
           IF NOT FS-ABERTURA-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR ABERTURA-FILE "
                       "- STATUS " FS-ABERTURA-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FECHAMENTO-FILE.
           IF NOT FS-FECHAMENTO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR FECHAMENTO-FILE "
                       "- STATUS " FS-FECHAMENTO-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           OPEN INPUT DEPTO-FILE.
           IF FS-DEPTO-OK
               SET WS-DEPTOS-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE DEPARTAMENTOS AUSENTE "
                       "- QUADRO SO COM O CODIGO"
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
      * 2000-CONTAR-ABERTURA - EFETIVO DE ABERTURA: CONTA NA    *
      * DESCARGA DO FECHAMENTO ANTERIOR QUEM ESTAVA ATIVO (SEM  *
      * SITUACAO I OU F), POR DEPARTAMENTO - MESMO CRITERIO DE  *
      * ATIVO DE AGE-BRACKET-REPORT.                            *
      *--------------------------------------------------------*
       2000-CONTAR-ABERTURA.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 2100-LER-ABERTURA THRU 2100-EXIT
               UNTIL WS-FIM-ARQUIVO.
       2000-EXIT.
           EXIT.

       2100-LER-ABERTURA.
           READ ABERTURA-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-ABERTURA-LIDOS
                   IF ABE-SITUACAO NOT = "I"
                      AND ABE-SITUACAO NOT = "F"
                       MOVE ABE-DEPTO TO WS-DEPTO-BUSCA
                       PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
                       IF WS-DX > ZERO
                           ADD 1 TO WS-DEP-ABERTURA (WS-DX)
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-LER-JORNAL - LE O JORNAL HISTORICO (SE EXISTIR -   *
      * A LIMPEZA DO JORNAL PODE TER LEVADO PARTE DO PERIODO) E *
      * O JORNAL VIVO INTEIRO E CLASSIFICA AS ENTRADAS DO       *
      * PERIODO, IMPRIMINDO CADA MOVIMENTO DE EFETIVO. A DATA   *
      * DO JORNAL E A DO RELOGIO DA GRAVACAO.                   *
      *--------------------------------------------------------*
       3000-LER-JORNAL.
           MOVE SPACES TO PRINT-REC.
           MOVE "MOVIMENTOS DE EFETIVO DO PERIODO (PERSONJRN)"
               TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA       PERSON-ID NOME                 "
                      DELIMITED BY SIZE
                  "MOVIMENTO      DEPARTAMENTO" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           OPEN INPUT JRN-ARC-FILE.
           IF FS-JRN-ARC-OK
               SET WS-LENDO-JRNARC TO TRUE
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 3100-LER-ENTRADA THRU 3100-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE JRN-ARC-FILE
               MOVE "N" TO WS-LENDO-JRNARC-SW
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 3100-LER-ENTRADA THRU 3100-EXIT
               UNTIL WS-FIM-ARQUIVO.
           IF WS-TOTAL-MOVIMENTOS = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUM MOVIMENTO DE EFETIVO NO PERIODO"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LER-ENTRADA.
           IF WS-LENDO-JRNARC
               READ JRN-ARC-FILE INTO JOURNAL-REC
                   AT END
                       SET WS-FIM-ARQUIVO TO TRUE
               END-READ
           ELSE
               READ JRN-FILE
                   AT END
                       SET WS-FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.
           IF NOT WS-FIM-ARQUIVO
               ADD 1 TO WS-TOTAL-LIDAS
               IF JRN-DATA IS NUMERIC
                  AND JRN-DATA > WS-DATA-INICIO
                  AND JRN-DATA NOT > WS-DATA-FIM
                   ADD 1 TO WS-TOTAL-NO-PERIODO
                   PERFORM 3200-TRATAR-ENTRADA THRU 3200-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3200-TRATAR-ENTRADA - SO I, E, S E A MEXEM NO CADASTRO; *
      * AS DEMAIS (FALHA DE IDENTIFICACAO, OP L, E MARCA DE     *
      * COPIA-IMAGEM, OP B) SAO CONTADAS COMO IGNORADAS.        *
      *--------------------------------------------------------*
       3200-TRATAR-ENTRADA.
           IF JRN-OPERACAO = "I" OR JRN-OPERACAO = "E"
              OR JRN-OPERACAO = "S" OR JRN-OPERACAO = "A"
               PERFORM 3300-NORMALIZAR-IMAGENS THRU 3300-EXIT
               PERFORM 3400-CLASSIFICAR-MOVIMENTO THRU 3400-EXIT
           ELSE
               ADD 1 TO WS-TOTAL-IGNORADAS
           END-IF.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3300-NORMALIZAR-IMAGENS - COPIA AS IMAGENS DA ENTRADA   *
      * CORRENTE PARA WS-IMG-ANTES/WS-IMG-DEPOIS NO LAYOUT DE   *
      * 49 POSICOES. A LINHA GRAVADA ANTES DO DEPARTAMENTO TEM  *
      * IMAGENS DE 45 POSICOES (ANTES EM 49:45, DEPOIS EM       *
      * 95:45) E E RECONHECIDA PELO ID DA IMAGEM-DEPOIS, QUE    *
      * NELA COMECA NA POSICAO 95 E NAO NA 99; O DEPARTAMENTO   *
      * DESSAS IMAGENS FICA EM BRANCO (MESMA REGRA DE           *
      * PERSON-HISTORY).                                        *
      *--------------------------------------------------------*
       3300-NORMALIZAR-IMAGENS.
           MOVE "N" TO WS-LAYOUT-ANTIGO-SW.
           MOVE JRN-ANTES TO WS-IMG-ANTES.
           MOVE JRN-DEPOIS TO WS-IMG-DEPOIS.
           IF JRN-OPERACAO NOT = "E"
              AND JOURNAL-REC (99:6) NOT = JRN-ID
              AND JOURNAL-REC (95:6) = JRN-ID
               SET WS-LAYOUT-ANTIGO TO TRUE
               ADD 1 TO WS-TOTAL-ANTIGAS
               MOVE SPACES TO WS-IMG-ANTES
               MOVE SPACES TO WS-IMG-DEPOIS
               MOVE JOURNAL-REC (49:45) TO WS-IMG-ANTES (1:45)
               MOVE JOURNAL-REC (95:45) TO WS-IMG-DEPOIS (1:45)
           END-IF.
       3300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3400-CLASSIFICAR-MOVIMENTO - COMPARA A PESSOA ANTES E   *
      * DEPOIS DA OPERACAO (ATIVA OU NAO, E EM QUE              *
      * DEPARTAMENTO). A INCLUSAO NAO TEM "ANTES" E A EXCLUSAO  *
      * NAO TEM "DEPOIS":                                       *
      *   ENTROU NO EFETIVO .. INCLUSAO = ADMISSAO, DEMAIS =    *
      *                        REATIVACAO;                      *
      *   SAIU DO EFETIVO .... SITUACAO F = OBITO, DEMAIS       *
      *                        (INCLUSIVE EXCLUSAO) =           *
      *                        DESLIGAMENTO;                    *
      *   ATIVA DOS DOIS LADOS COM DEPARTAMENTO DIFERENTE =     *
      *   TRANSFERENCIA (SAIDA DE UM, ENTRADA NO OUTRO).        *
      * O RESTO (NOME, IDADE, INATIVO QUE CONTINUA INATIVO)     *
      * NAO MEXE NO EFETIVO E SO E CONTADO.                     *
      *--------------------------------------------------------*
       3400-CLASSIFICAR-MOVIMENTO.
           MOVE "N" TO WS-ANTES-ATIVO-SW.
           MOVE "N" TO WS-DEPOIS-ATIVO-SW.
           MOVE ANT-DEPTO TO WS-DEPTO-ANTES.
           MOVE DEP-DEPTO TO WS-DEPTO-DEPOIS.
           IF WS-DEPTO-ANTES = SPACES OR WS-DEPTO-ANTES = LOW-VALUES
               MOVE "----" TO WS-DEPTO-ANTES
           END-IF.
           IF WS-DEPTO-DEPOIS = SPACES OR WS-DEPTO-DEPOIS = LOW-VALUES
               MOVE "----" TO WS-DEPTO-DEPOIS
           END-IF.
           IF JRN-OPERACAO NOT = "I"
              AND ANT-SITUACAO NOT = "I"
              AND ANT-SITUACAO NOT = "F"
               SET WS-ANTES-ATIVO TO TRUE
           END-IF.
           IF JRN-OPERACAO NOT = "E"
              AND DEP-SITUACAO NOT = "I"
              AND DEP-SITUACAO NOT = "F"
               SET WS-DEPOIS-ATIVO TO TRUE
           END-IF.
           MOVE SPACES TO WS-DESCRICAO-MOVIMENTO.
           EVALUATE TRUE
               WHEN NOT WS-ANTES-ATIVO AND WS-DEPOIS-ATIVO
                   MOVE WS-DEPTO-DEPOIS TO WS-DEPTO-BUSCA
                   PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
                   IF JRN-OPERACAO = "I"
                       MOVE "ADMISSAO" TO WS-DESCRICAO-MOVIMENTO
                       IF WS-DX > ZERO
                           ADD 1 TO WS-DEP-ADMISSOES (WS-DX)
                       END-IF
                   ELSE
                       MOVE "REATIVACAO" TO WS-DESCRICAO-MOVIMENTO
                       IF WS-DX > ZERO
                           ADD 1 TO WS-DEP-REATIVACOES (WS-DX)
                       END-IF
                   END-IF
               WHEN WS-ANTES-ATIVO AND NOT WS-DEPOIS-ATIVO
                   MOVE WS-DEPTO-ANTES TO WS-DEPTO-BUSCA
                   PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
                   IF JRN-OPERACAO NOT = "E"
                      AND DEP-SITUACAO = "F"
                       MOVE "OBITO" TO WS-DESCRICAO-MOVIMENTO
                       IF WS-DX > ZERO
                           ADD 1 TO WS-DEP-OBITOS (WS-DX)
                       END-IF
                   ELSE
                       MOVE "DESLIGAMENTO" TO WS-DESCRICAO-MOVIMENTO
                       IF WS-DX > ZERO
                           ADD 1 TO WS-DEP-DESLIGAMENTOS (WS-DX)
                       END-IF
                   END-IF
               WHEN WS-ANTES-ATIVO AND WS-DEPOIS-ATIVO
                    AND WS-DEPTO-ANTES NOT = WS-DEPTO-DEPOIS
                   MOVE "TRANSFERENCIA" TO WS-DESCRICAO-MOVIMENTO
                   MOVE WS-DEPTO-ANTES TO WS-DEPTO-BUSCA
                   PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
                   IF WS-DX > ZERO
                       ADD 1 TO WS-DEP-TRANSF-SAIDA (WS-DX)
                   END-IF
                   MOVE WS-DEPTO-DEPOIS TO WS-DEPTO-BUSCA
                   PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
                   IF WS-DX > ZERO
                       ADD 1 TO WS-DEP-TRANSF-ENTRADA (WS-DX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-SEM-EFEITO
           END-EVALUATE.
           IF WS-DESCRICAO-MOVIMENTO NOT = SPACES
               ADD 1 TO WS-TOTAL-MOVIMENTOS
               PERFORM 3500-IMPRIMIR-MOVIMENTO THRU 3500-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3500-IMPRIMIR-MOVIMENTO - UMA LINHA POR MOVIMENTO, COM  *
      * O DEPARTAMENTO AFETADO (ORIGEM > DESTINO NA             *
      * TRANSFERENCIA) PARA O FINANCEIRO CONFERIR O QUADRO.     *
      *--------------------------------------------------------*
       3500-IMPRIMIR-MOVIMENTO.
           MOVE JRN-DATA TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE SPACES TO PRINT-REC.
           EVALUATE WS-DESCRICAO-MOVIMENTO
               WHEN "TRANSFERENCIA"
                   STRING WS-DATA-FMT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JRN-ID DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          DEP-NOME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DESCRICAO-MOVIMENTO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DEPTO-ANTES DELIMITED BY SIZE
                          " > " DELIMITED BY SIZE
                          WS-DEPTO-DEPOIS DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN "ADMISSAO"
               WHEN "REATIVACAO"
                   STRING WS-DATA-FMT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JRN-ID DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          DEP-NOME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DESCRICAO-MOVIMENTO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DEPTO-DEPOIS DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN OTHER
                   STRING WS-DATA-FMT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          JRN-ID DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          ANT-NOME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DESCRICAO-MOVIMENTO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DEPTO-ANTES DELIMITED BY SIZE
                       INTO PRINT-REC
           END-EVALUATE.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       3500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-CONTAR-FECHAMENTO - EFETIVO DE FECHAMENTO: CONTA   *
      * OS ATIVOS DA DESCARGA DO FIM DO MES POR DEPARTAMENTO,   *
      * PELO MESMO CRITERIO DA ABERTURA.                        *
      *--------------------------------------------------------*
       4000-CONTAR-FECHAMENTO.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 4100-LER-FECHAMENTO THRU 4100-EXIT
               UNTIL WS-FIM-ARQUIVO.
       4000-EXIT.
           EXIT.

       4100-LER-FECHAMENTO.
           READ FECHAMENTO-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-FECHAMENTO-LIDOS
                   IF FEC-SITUACAO NOT = "I"
                      AND FEC-SITUACAO NOT = "F"
                       MOVE FEC-DEPTO TO WS-DEPTO-BUSCA
                       PERFORM 7000-LOCALIZAR-DEPTO THRU 7000-EXIT
                       IF WS-DX > ZERO
                           ADD 1 TO WS-DEP-FECHAMENTO (WS-DX)
                       END-IF
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-ORDENAR-DEPTOS - ORDENACAO POR BOLHA DO QUADRO     *
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
      * 6000-IMPRIMIR-QUADRO - QUADRO DE EFETIVO EM PAGINA      *
      * PROPRIA: UMA LINHA POR DEPARTAMENTO COM A PROVA         *
      * ABERTURA + ADMISSOES + REATIVACOES + TRANSF. ENTRADA    *
      * - DESLIGAMENTOS - OBITOS - TRANSF. SAIDA = FECHAMENTO,  *
      * E A LINHA DE TOTAL GERAL.                               *
      *--------------------------------------------------------*
       6000-IMPRIMIR-QUADRO.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO PRINT-REC.
           MOVE "QUADRO DE EFETIVO POR DEPARTAMENTO (ATIVOS)"
               TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPT DESCRICAO           " DELIMITED BY SIZE
                  " ABERT. ADMISS DESLIG OBITOS REATIV"
                      DELIMITED BY SIZE
                  " TR.ENT TR.SAI CALCUL FECHAM  DIFER"
                      DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-QTD-DEPTOS = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUM DEPARTAMENTO COM EFETIVO OU MOVIMENTO"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               PERFORM 6100-IMPRIMIR-DEPTO THRU 6100-EXIT
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-QTD-DEPTOS
               PERFORM 6300-IMPRIMIR-TOTAL-GERAL THRU 6300-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-DEPTO.
           ADD WS-DEP-ABERTURA (WS-DX) TO WS-TOT-ABERTURA.
           ADD WS-DEP-ADMISSOES (WS-DX) TO WS-TOT-ADMISSOES.
           ADD WS-DEP-DESLIGAMENTOS (WS-DX) TO WS-TOT-DESLIGAMENTOS.
           ADD WS-DEP-OBITOS (WS-DX) TO WS-TOT-OBITOS.
           ADD WS-DEP-REATIVACOES (WS-DX) TO WS-TOT-REATIVACOES.
           ADD WS-DEP-TRANSF-ENTRADA (WS-DX)
               TO WS-TOT-TRANSF-ENTRADA.
           ADD WS-DEP-TRANSF-SAIDA (WS-DX) TO WS-TOT-TRANSF-SAIDA.
           ADD WS-DEP-FECHAMENTO (WS-DX) TO WS-TOT-FECHAMENTO.
           COMPUTE WS-CALC-FECHAMENTO = WS-DEP-ABERTURA (WS-DX)
               + WS-DEP-ADMISSOES (WS-DX)
               + WS-DEP-REATIVACOES (WS-DX)
               + WS-DEP-TRANSF-ENTRADA (WS-DX)
               - WS-DEP-DESLIGAMENTOS (WS-DX)
               - WS-DEP-OBITOS (WS-DX)
               - WS-DEP-TRANSF-SAIDA (WS-DX).
           COMPUTE WS-DIFERENCA = WS-DEP-FECHAMENTO (WS-DX)
               - WS-CALC-FECHAMENTO.
           PERFORM 6200-PREPARAR-PROVA THRU 6200-EXIT.
           MOVE WS-DEP-CODIGO (WS-DX) TO WS-DEPTO-BUSCA.
           PERFORM 7100-OBTER-NOME-DEPTO THRU 7100-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING WS-DEP-CODIGO (WS-DX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-DEPTO (1:20) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-ABERTURA (WS-DX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-ADMISSOES (WS-DX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-DESLIGAMENTOS (WS-DX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-OBITOS (WS-DX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-REATIVACOES (WS-DX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-TRANSF-ENTRADA (WS-DX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-TRANSF-SAIDA (WS-DX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CALC-SINAL DELIMITED BY SIZE
                  WS-CALC-VALOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DEP-FECHAMENTO (WS-DX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIF-SINAL DELIMITED BY SIZE
                  WS-DIF-VALOR DELIMITED BY SIZE
               INTO PRINT-REC.
           IF WS-DIFERENCA NOT = ZERO
               ADD 1 TO WS-TOTAL-DESBALANCEADOS
               MOVE "*** NAO FECHA ***" TO PRINT-REC (97:17)
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       6100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6200-PREPARAR-PROVA - SEPARA SINAL E VALOR DO           *
      * FECHAMENTO CALCULADO E DA DIFERENCA PARA A IMPRESSAO.   *
      *--------------------------------------------------------*
       6200-PREPARAR-PROVA.
           IF WS-CALC-FECHAMENTO < ZERO
               MOVE "-" TO WS-CALC-SINAL
               COMPUTE WS-CALC-VALOR = ZERO - WS-CALC-FECHAMENTO
           ELSE
               MOVE SPACE TO WS-CALC-SINAL
               MOVE WS-CALC-FECHAMENTO TO WS-CALC-VALOR
           END-IF.
           IF WS-DIFERENCA < ZERO
               MOVE "-" TO WS-DIF-SINAL
               COMPUTE WS-DIF-VALOR = ZERO - WS-DIFERENCA
           ELSE
               MOVE SPACE TO WS-DIF-SINAL
               MOVE WS-DIFERENCA TO WS-DIF-VALOR
           END-IF.
       6200-EXIT.
           EXIT.

       6300-IMPRIMIR-TOTAL-GERAL.
           COMPUTE WS-CALC-FECHAMENTO = WS-TOT-ABERTURA
               + WS-TOT-ADMISSOES
               + WS-TOT-REATIVACOES
               + WS-TOT-TRANSF-ENTRADA
               - WS-TOT-DESLIGAMENTOS
               - WS-TOT-OBITOS
               - WS-TOT-TRANSF-SAIDA.
           COMPUTE WS-DIFERENCA = WS-TOT-FECHAMENTO
               - WS-CALC-FECHAMENTO.
           PERFORM 6200-PREPARAR-PROVA THRU 6200-EXIT.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "     TOTAL GERAL         " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-ABERTURA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-ADMISSOES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-DESLIGAMENTOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-OBITOS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-REATIVACOES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-TRANSF-ENTRADA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-TRANSF-SAIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CALC-SINAL DELIMITED BY SIZE
                  WS-CALC-VALOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOT-FECHAMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DIF-SINAL DELIMITED BY SIZE
                  WS-DIF-VALOR DELIMITED BY SIZE
               INTO PRINT-REC.
           IF WS-DIFERENCA NOT = ZERO
               MOVE "*** NAO FECHA ***" TO PRINT-REC (97:17)
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       6300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 7000-LOCALIZAR-DEPTO - DEVOLVE EM WS-DX A LINHA DO      *
      * QUADRO DO DEPARTAMENTO WS-DEPTO-BUSCA, CRIANDO-A NA     *
      * PRIMEIRA VEZ; QUADRO CHEIO DEVOLVE ZERO E CONTA COMO    *
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
                   MOVE ZERO TO WS-DEP-ABERTURA (WS-DX)
                   MOVE ZERO TO WS-DEP-ADMISSOES (WS-DX)
                   MOVE ZERO TO WS-DEP-DESLIGAMENTOS (WS-DX)
                   MOVE ZERO TO WS-DEP-OBITOS (WS-DX)
                   MOVE ZERO TO WS-DEP-REATIVACOES (WS-DX)
                   MOVE ZERO TO WS-DEP-TRANSF-ENTRADA (WS-DX)
                   MOVE ZERO TO WS-DEP-TRANSF-SAIDA (WS-DX)
                   MOVE ZERO TO WS-DEP-FECHAMENTO (WS-DX)
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
      * 7100-OBTER-NOME-DEPTO - LE A DESCRICAO DO DEPARTAMENTO  *
      * (WS-DEPTO-BUSCA) NO CADASTRO DE DEPARTAMENTOS; "----"   *
      * SAI COMO NAO ATRIBUIDO E CODIGO FORA DO CADASTRO SAI    *
      * SINALIZADO.                                             *
      *--------------------------------------------------------*
       7100-OBTER-NOME-DEPTO.
           MOVE SPACES TO WS-NOME-DEPTO.
           IF WS-DEPTO-BUSCA = "----"
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
       7100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - VOLUMES LIDOS E CLASSIFICACAO    *
      * DAS ENTRADAS DO JORNAL NO PERIODO.                      *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS NA DESCARGA DE ABERTURA...: "
                      DELIMITED BY SIZE
                  WS-TOTAL-ABERTURA-LIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS NA DESCARGA DE FECHAMENTO.: "
                      DELIMITED BY SIZE
                  WS-TOTAL-FECHAMENTO-LIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS LIDAS NO JORNAL............: "
                      DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS NO PERIODO.................: "
                      DELIMITED BY SIZE
                  WS-TOTAL-NO-PERIODO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "  MOVIMENTOS DE EFETIVO.............: "
                      DELIMITED BY SIZE
                  WS-TOTAL-MOVIMENTOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "  SEM EFEITO NO EFETIVO.............: "
                      DELIMITED BY SIZE
                  WS-TOTAL-SEM-EFEITO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "  IGNORADAS (NAO ALTERAM CADASTRO)..: "
                      DELIMITED BY SIZE
                  WS-TOTAL-IGNORADAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "  NO LAYOUT ANTIGO (SEM DEPTO)......: "
                      DELIMITED BY SIZE
                  WS-TOTAL-ANTIGAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "DEPARTAMENTOS QUE NAO FECHAM........: "
                      DELIMITED BY SIZE
                  WS-TOTAL-DESBALANCEADOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-TOTAL-PERDIDOS > ZERO
               MOVE SPACES TO PRINT-REC
               STRING "*** QUADRO CHEIO - CONTAGENS PERDIDAS: "
                          DELIMITED BY SIZE
                      WS-TOTAL-PERDIDOS DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           DISPLAY "QUADRO DE EFETIVO GERADO - "
                   WS-TOTAL-MOVIMENTOS " MOVIMENTO(S), "
                   WS-TOTAL-DESBALANCEADOS
                   " DEPARTAMENTO(S) SEM FECHAR".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DO QUADRO DE EFETIVO, COM O PERIODO.        *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING "QUADRO MENSAL DE EFETIVO POR DEPARTAMENTO"
                      DELIMITED BY SIZE
                  "          PAGINA: " DELIMITED BY SIZE
                  WS-NUM-PAGINA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
                  "   PERIODO: DE " DELIMITED BY SIZE
                  WS-DATA-INICIO-FMT DELIMITED BY SIZE
                  " (EXCLUSIVE) A " DELIMITED BY SIZE
                  WS-DATA-FIM-FMT DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "BASE DO PERIODO NO JORNAL: DATA DE CALENDARIO DA "
                      DELIMITED BY SIZE
                  "GRAVACAO (RELOGIO), NAO A DATA DE CICLO DA RODADA"
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
      * 8300-FORMATAR-DATA - CONVERTE WS-DATA-AAAAMMDD EM       *
      * DD/MM/AAAA (WS-DATA-FMT).                               *
      *--------------------------------------------------------*
       8300-FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT.
           STRING WS-DATA-AAAAMMDD (7:2) "/" DELIMITED BY SIZE
                  WS-DATA-AAAAMMDD (5:2) "/" DELIMITED BY SIZE
                  WS-DATA-AAAAMMDD (1:4)     DELIMITED BY SIZE
               INTO WS-DATA-FMT.
       8300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9000-FINALIZAR - FECHA OS ARQUIVOS E GRAVA A LINHA DE   *
      * ESTATISTICA DA RODADA.                                  *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE ABERTURA-FILE.
           CLOSE FECHAMENTO-FILE.
           CLOSE JRN-FILE.
           IF WS-DEPTOS-ABERTO
               CLOSE DEPTO-FILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9100-GRAVAR-ESTATISTICA - ACRESCENTA A LINHA-RESUMO DA  *
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): ENTRADAS  *
      * DO PERIODO, MOVIMENTOS, DEPARTAMENTOS QUE NAO FECHAM E  *
      * CONTAGENS PERDIDAS.                                     *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "DEPT-HEADCOUNT-ROLL" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-NO-PERIODO TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-MOVIMENTOS TO RUNSTAT-ACEITOS
               MOVE WS-TOTAL-DESBALANCEADOS TO RUNSTAT-REJEITADOS
               MOVE WS-TOTAL-PERDIDOS TO RUNSTAT-TRUNCADOS
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
      * RODADA: 0=QUADRO FECHADO, 4=ALGUM DEPARTAMENTO NAO      *
      * FECHA OU QUADRO CHEIO (CONTAGEM PERDIDA).               *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-COD-RETORNO < 4
              AND (WS-TOTAL-DESBALANCEADOS > ZERO
                   OR WS-TOTAL-PERDIDOS > ZERO)
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

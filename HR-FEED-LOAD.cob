       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-FEED-LOAD.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: CARGA DO ARQUIVO DE ALTERACOES ENVIADO PELO
      *           SISTEMA DO RH (RHENTRADA, REGISTROS H/D/T
      *           DELIMITADOS POR PONTO-E-VIRGULA, MESMO PADRAO
      *           DO EXTRATO DE SAIDA): CONFERE A DATA DO
      *           CABECALHO CONTRA A DATA DO CICLO (CICLODATA), A
      *           CONTAGEM E O HASH DO TRAILER E SE O ARQUIVO JA
      *           FOI CARREGADO (CONTROLE RHCARGAS), E TRADUZ
      *           CADA LINHA-DETALHE EM UMA TRANSACAO I/A/E/S NO
      *           LAYOUT TRANS-REC (TRANSACOES) LIDO PELA CARGA
      *           NOTURNA (PERSON-BATCH-UPDATE) - NINGUEM MAIS
      *           REDIGITA AS PLANILHAS DO RH. LINHA COM ERRO NAO
      *           VAI PARA AS TRANSACOES: SAI NO RELATORIO DE
      *           EXCECOES COM O MOTIVO E O CONTEUDO, E A PROVA
      *           FINAL MOSTRA QUE TODA LINHA DO RH VIROU
      *           TRANSACAO OU FOI EXPLICADA.
      *
      *           LAYOUT DO ARQUIVO DO RH:
      *             H;AAAAMMDD;LOTE
      *             D;TIPO;PERSON-ID;NOME;NASCIMENTO(AAAAMMDD);
      *               IDADE;DEPARTAMENTO;DATA-EFEITO(AAAAMMDD)
      *             T;QTDE-DETALHES(5);HASH-PERSON-IDS(11)
      *           TIPOS: ADM=ADMISSAO (I), ALT=ALTERACAO
      *           CADASTRAL (A), TRF=TRANSFERENCIA (A), DEM=
      *           DESLIGAMENTO (S/I), OBI=OBITO (S/F), REA=
      *           READMISSAO (S/A), EXC=EXCLUSAO (E).
      * DATA: 17/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 17/09/2026 AD     VERSAO ORIGINAL - CONFERENCIA DE
      *                   CABECALHO/TRAILER, BLOQUEIO DE CARGA
      *                   REPETIDA, TRADUCAO PARA TRANS-REC,
      *                   RELATORIO DE EXCECOES COM A PROVA DE
      *                   FECHAMENTO E LINHA DE ESTATISTICA NO
      *                   RUNSTATS.
      * 22/09/2026 AD     ARQUIVO DE TRANSACOES PASSA A 188
      *                   POSICOES (NOVA TRANSACAO N DE
      *                   ENDERECO, NAO GERADA POR ESTA
      *                   CARGA); AS TRANSACOES GERADAS SAEM
      *                   COM O ENDERECO EM BRANCO.
      * 15/10/2026 AD     GRAVACAO E FECHAMENTO DO ARQUIVO DE
      *                   TRANSACOES CONFERIDOS PELO FILE
      *                   STATUS: SO A TRANSACAO GRAVADA E
      *                   CONTADA, FALHA TERMINA COM CODIGO 12 E
      *                   A CARGA NAO E REGISTRADA NO RHCARGAS.
      *                   FALHA NA GRAVACAO DO RHCARGAS DA
      *                   CODIGO 8.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "RHENTRADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA-FILE.

           SELECT TRANS-FILE ASSIGN TO "TRANSACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANS-FILE.

           SELECT CARGA-FILE ASSIGN TO "RHCARGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARGA-FILE.

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
       FD  ENTRADA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  ENTRADA-REC                     PIC X(120).

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 188 CHARACTERS.
           COPY "TRANS-REC.CPY".

       FD  CARGA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CARGA-REC.
      *    UMA LINHA POR ARQUIVO DO RH JA TRADUZIDO: DATA E LOTE
      *    DO CABECALHO (CHAVE DA CARGA REPETIDA), DATA DO CICLO
      *    E HORA DA CARGA E OS TOTAIS DA PROVA.
           05  CARGA-DATA-ARQUIVO          PIC 9(08).
           05  FILLER                      PIC X(01).
           05  CARGA-LOTE                  PIC X(06).
           05  FILLER                      PIC X(01).
           05  CARGA-DATA-CICLO            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  CARGA-HORA                  PIC 9(06).
           05  FILLER                      PIC X(01).
           05  CARGA-DETALHES              PIC 9(05).
           05  FILLER                      PIC X(01).
           05  CARGA-TRANSACOES            PIC 9(05).
           05  FILLER                      PIC X(01).
           05  CARGA-EXCECOES              PIC 9(05).
           05  FILLER                      PIC X(31).

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
       01  FS-ENTRADA-FILE                  PIC X(02).
           88  FS-ENTRADA-OK                VALUE "00".

       01  FS-TRANS-FILE                    PIC X(02).
           88  FS-TRANS-OK                  VALUE "00".

       01  FS-CARGA-FILE                    PIC X(02).
           88  FS-CARGA-OK                  VALUE "00".

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

       77  WS-FIM-CARGA-SW                  PIC X(01)   VALUE "N".
           88  WS-FIM-CARGA                 VALUE "S".

      *    ARQUIVO RECUSADO POR INTEIRO (CABECALHO, TRAILER OU
      *    CARGA REPETIDA): NENHUMA LINHA VIRA TRANSACAO.
       77  WS-RECUSADO-SW                   PIC X(01)   VALUE "N".
           88  WS-RECUSADO                  VALUE "S".

       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

      *    FALHA NA GRAVACAO OU NO FECHAMENTO DO ARQUIVO DE
      *    TRANSACOES: A CARGA NOTURNA NAO PODE USAR O ARQUIVO E
      *    A CARGA NAO E REGISTRADA (O ARQUIVO DEVE SER REPROCESSADO).
       77  WS-ERRO-TRANS-SW                 PIC X(01)   VALUE "N".
           88  WS-ERRO-TRANS                VALUE "S".
       77  WS-TOTAL-FALHAS-GRAVACAO         PIC 9(05)   VALUE ZERO.

      *    CONFERENCIA DO ARQUIVO (PRIMEIRA LEITURA).
       77  WS-CAB-LIDO-SW                   PIC X(01)   VALUE "N".
           88  WS-CAB-LIDO                  VALUE "S".
       77  WS-TRL-LIDO-SW                   PIC X(01)   VALUE "N".
           88  WS-TRL-LIDO                  VALUE "S".
       77  WS-FORA-ORDEM-SW                 PIC X(01)   VALUE "N".
           88  WS-FORA-ORDEM                VALUE "S".
       77  WS-CAB-DATA                      PIC X(08)   VALUE SPACES.
       77  WS-CAB-LOTE                      PIC X(06)   VALUE SPACES.
       77  WS-TRL-DETALHES                  PIC 9(05)   VALUE ZERO.
       77  WS-TRL-HASH                      PIC 9(11)   VALUE ZERO.
       77  WS-CONT-DETALHES                 PIC 9(05)   VALUE ZERO.
       77  WS-CONT-HASH                     PIC 9(11)   VALUE ZERO.
       77  WS-DATA-CARGA-ANTERIOR           PIC 9(08)   VALUE ZERO.
       77  WS-ID-HASH                       PIC 9(06).

      *    TOTAIS DA TRADUCAO (SEGUNDA LEITURA).
       77  WS-NUM-LINHA                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-LINHAS                  PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-DETALHES                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-TRANSACOES              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-EXC-DETALHE             PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-NAO-RECONHECIDAS        PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ADM                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ALT                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-TRF                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-DEM                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-OBI                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-REA                     PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-EXC                     PIC 9(05)   VALUE ZERO.
       77  WS-DIFERENCA-PROVA               PIC S9(05)  VALUE ZERO.

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.

      *    CAMPOS DE TRABALHO DO UNSTRING DAS LINHAS DELIMITADAS
      *    (NOME COM 30 POSICOES PARA PEGAR NOME LONGO DEMAIS).
       77  WS-CAMPO-TIPO                    PIC X(01).
       77  WS-CAMPO-1                       PIC X(20).
       77  WS-CAMPO-2                       PIC X(20).
       77  WS-CAMPO-3                       PIC X(30).
       77  WS-CAMPO-4                       PIC X(20).
       77  WS-CAMPO-5                       PIC X(20).
       77  WS-CAMPO-6                       PIC X(20).
       77  WS-CAMPO-7                       PIC X(20).

       77  WS-MOTIVO-EXCECAO                PIC X(50).
       77  WS-OPER-GERADA                   PIC X(01).
       77  WS-SIT-GERADA                    PIC X(01).
       77  WS-NASC-SAAMMDD                  PIC X(07).

      *    DATA DE NASCIMENTO DO RH (AAAAMMDD) E A MESMA DATA NO
      *    FORMATO DO CADASTRO (SAAMMDD, ANO = 1900 + S*100 + AA).
       01  WS-NASC-RH                       PIC 9(08).
       01  WS-NASC-RH-R REDEFINES WS-NASC-RH.
           05  WS-NASC-RH-ANO               PIC 9(04).
           05  WS-NASC-RH-MES               PIC 9(02).
           05  WS-NASC-RH-DIA               PIC 9(02).
       01  WS-DATA-NASC                     PIC 9(07).
       01  WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
           05  WS-NASC-SECULO               PIC 9(01).
           05  WS-NASC-AA                   PIC 9(02).
           05  WS-NASC-MES                  PIC 9(02).
           05  WS-NASC-DIA                  PIC 9(02).

      *    DATA EM CRITICA (NASCIMENTO OU EFEITO), AAAAMMDD.
       01  WS-DATA-TESTE                    PIC 9(08).
       01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO                 PIC 9(04).
           05  WS-TESTE-MES                 PIC 9(02).
           05  WS-TESTE-DIA                 PIC 9(02).
       77  WS-DATA-VALIDA-SW                PIC X(01).
           88  WS-DATA-VALIDA               VALUE "S".
       77  WS-ULTIMO-DIA-MES                PIC 9(02).
       77  WS-ANO-TESTE                     PIC 9(04).
       77  WS-BISSEXTO-SW                   PIC X(01).
           88  WS-BISSEXTO                  VALUE "S".
       77  WS-QUOC                          PIC 9(05)   COMP.
       77  WS-RESTO                         PIC 9(05)   COMP.
       77  WS-ANOS-DESDE-1900               PIC 9(04).

       77  WS-DATA-FMT                      PIC X(10).
       77  WS-DATA-AAAAMMDD                 PIC 9(08).

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONFERIR-ARQUIVO THRU 2000-EXIT.
           PERFORM 2500-VERIFICAR-CARGA THRU 2500-EXIT.
           PERFORM 3000-TRADUZIR-ARQUIVO THRU 3000-EXIT.
           PERFORM 4000-REGISTRAR-CARGA THRU 4000-EXIT.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO E ABRE O       *
      * ARQUIVO DO RH E O RELATORIO (O CABECALHO SAI DEPOIS DA  *
      * CONFERENCIA, JA COM A DATA E O LOTE DO ARQUIVO).        *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           MOVE WS-DATA-EXEC TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE WS-DATA-FMT TO WS-DATA-EXEC-FMT.
           OPEN INPUT ENTRADA-FILE.
           IF NOT FS-ENTRADA-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR ENTRADA-FILE "
                       "- STATUS " FS-ENTRADA-FILE " ***"
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
      * 2000-CONFERIR-ARQUIVO - PRIMEIRA LEITURA DO ARQUIVO DO  *
      * RH, SEM GRAVAR NADA: CABECALHO NA PRIMEIRA LINHA COM A  *
      * DATA DO CICLO, TRAILER NA ULTIMA, CONTAGEM DE DETALHES  *
      * E HASH-TOTAL DOS PERSON-IDS IGUAIS AOS DO TRAILER.      *
      * QUALQUER FALHA RECUSA O ARQUIVO INTEIRO.                *
      *--------------------------------------------------------*
       2000-CONFERIR-ARQUIVO.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
           PERFORM 2200-CONFERIR-LINHA THRU 2200-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ENTRADA-FILE.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
           IF NOT WS-CAB-LIDO
               MOVE SPACES TO PRINT-REC
               MOVE "*** ARQUIVO SEM CABECALHO NA PRIMEIRA LINHA ***"
                   TO PRINT-REC
               PERFORM 2300-RECUSAR-ARQUIVO THRU 2300-EXIT
           ELSE
               IF WS-CAB-DATA NOT = WS-DATA-EXEC
                   MOVE SPACES TO PRINT-REC
                   STRING "*** DATA DO CABECALHO (" DELIMITED BY SIZE
                          WS-CAB-DATA DELIMITED BY SIZE
                          ") DIFERENTE DA DATA DO CICLO ("
                              DELIMITED BY SIZE
                          WS-DATA-EXEC DELIMITED BY SIZE
                          ") ***" DELIMITED BY SIZE
                       INTO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
                   SET WS-RECUSADO TO TRUE
               END-IF
           END-IF.
           IF NOT WS-TRL-LIDO
               MOVE SPACES TO PRINT-REC
               MOVE "*** ARQUIVO SEM TRAILER - ENVIO INCOMPLETO ***"
                   TO PRINT-REC
               PERFORM 2300-RECUSAR-ARQUIVO THRU 2300-EXIT
           ELSE
               IF WS-TRL-DETALHES NOT = WS-CONT-DETALHES
                   MOVE SPACES TO PRINT-REC
                   STRING "*** TRAILER ACUSA " DELIMITED BY SIZE
                          WS-TRL-DETALHES DELIMITED BY SIZE
                          " DETALHE(S) MAS O ARQUIVO TEM "
                              DELIMITED BY SIZE
                          WS-CONT-DETALHES DELIMITED BY SIZE
                          " ***" DELIMITED BY SIZE
                       INTO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
                   SET WS-RECUSADO TO TRUE
               END-IF
               IF WS-TRL-HASH NOT = WS-CONT-HASH
                   MOVE SPACES TO PRINT-REC
                   STRING "*** HASH DO TRAILER (" DELIMITED BY SIZE
                          WS-TRL-HASH DELIMITED BY SIZE
                          ") NAO CONFERE COM O DOS DETALHES ("
                              DELIMITED BY SIZE
                          WS-CONT-HASH DELIMITED BY SIZE
                          ") ***" DELIMITED BY SIZE
                       INTO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
                   SET WS-RECUSADO TO TRUE
               END-IF
           END-IF.
           IF WS-FORA-ORDEM
               MOVE SPACES TO PRINT-REC
               MOVE "*** CABECALHO OU TRAILER FORA DE POSICAO ***"
                   TO PRINT-REC
               PERFORM 2300-RECUSAR-ARQUIVO THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-ENTRADA.
           READ ENTRADA-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUM-LINHA
           END-READ.
       2100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2200-CONFERIR-LINHA - CLASSIFICA A LINHA PELO TIPO DE   *
      * REGISTRO: H SO NA PRIMEIRA LINHA, T SO NA ULTIMA; D     *
      * SOMA NA CONTAGEM E O PERSON-ID (QUANDO NUMERICO) NO     *
      * HASH, COMO O RH CALCULA.                                *
      *--------------------------------------------------------*
       2200-CONFERIR-LINHA.
           MOVE SPACES TO WS-CAMPO-TIPO.
           MOVE SPACES TO WS-CAMPO-1.
           MOVE SPACES TO WS-CAMPO-2.
           UNSTRING ENTRADA-REC DELIMITED BY ";"
               INTO WS-CAMPO-TIPO
                    WS-CAMPO-1
                    WS-CAMPO-2.
           IF WS-TRL-LIDO
               SET WS-FORA-ORDEM TO TRUE
           END-IF.
           EVALUATE WS-CAMPO-TIPO
               WHEN "H"
                   IF WS-NUM-LINHA = 1
                       SET WS-CAB-LIDO TO TRUE
                       MOVE WS-CAMPO-1 (1:8) TO WS-CAB-DATA
                       MOVE WS-CAMPO-2 (1:6) TO WS-CAB-LOTE
                   ELSE
                       SET WS-FORA-ORDEM TO TRUE
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-CONT-DETALHES
                   IF WS-CAMPO-2 (1:6) IS NUMERIC
                       MOVE WS-CAMPO-2 (1:6) TO WS-ID-HASH
                       ADD WS-ID-HASH TO WS-CONT-HASH
                   END-IF
               WHEN "T"
                   SET WS-TRL-LIDO TO TRUE
                   IF WS-CAMPO-1 (1:5) IS NUMERIC
                       MOVE WS-CAMPO-1 (1:5) TO WS-TRL-DETALHES
                   END-IF
                   IF WS-CAMPO-2 (1:11) IS NUMERIC
                       MOVE WS-CAMPO-2 (1:11) TO WS-TRL-HASH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2300-RECUSAR-ARQUIVO - IMPRIME O MOTIVO DA RECUSA DO    *
      * ARQUIVO INTEIRO (JA MONTADO EM PRINT-REC) E LIGA A      *
      * CHAVE DE RECUSA.                                        *
      *--------------------------------------------------------*
       2300-RECUSAR-ARQUIVO.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           SET WS-RECUSADO TO TRUE.
       2300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2500-VERIFICAR-CARGA - PROCURA A DATA E O LOTE DO       *
      * CABECALHO NO CONTROLE DE CARGAS (RHCARGAS); ARQUIVO JA  *
      * TRADUZIDO ANTES E RECUSADO. CONTROLE AUSENTE = PRIMEIRA *
      * CARGA.                                                  *
      *--------------------------------------------------------*
       2500-VERIFICAR-CARGA.
           IF WS-CAB-LIDO
               OPEN INPUT CARGA-FILE
               IF FS-CARGA-OK
                   MOVE "N" TO WS-FIM-CARGA-SW
                   PERFORM 2510-LER-CARGA THRU 2510-EXIT
                   PERFORM 2520-COMPARAR-CARGA THRU 2520-EXIT
                       UNTIL WS-FIM-CARGA
                   CLOSE CARGA-FILE
               END-IF
           END-IF.
           IF WS-DATA-CARGA-ANTERIOR > ZERO
               MOVE WS-DATA-CARGA-ANTERIOR TO WS-DATA-AAAAMMDD
               PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT
               MOVE SPACES TO PRINT-REC
               STRING "*** ARQUIVO DE " DELIMITED BY SIZE
                      WS-CAB-DATA DELIMITED BY SIZE
                      " LOTE " DELIMITED BY SIZE
                      WS-CAB-LOTE DELIMITED BY SIZE
                      " JA FOI CARREGADO NO CICLO DE "
                          DELIMITED BY SIZE
                      WS-DATA-FMT DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               SET WS-RECUSADO TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LER-CARGA.
           READ CARGA-FILE
               AT END
                   SET WS-FIM-CARGA TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-COMPARAR-CARGA.
           IF CARGA-DATA-ARQUIVO = WS-CAB-DATA
              AND CARGA-LOTE = WS-CAB-LOTE
               MOVE CARGA-DATA-CICLO TO WS-DATA-CARGA-ANTERIOR
           END-IF.
           PERFORM 2510-LER-CARGA THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-TRADUZIR-ARQUIVO - SEGUNDA LEITURA: CADA DETALHE   *
      * VALIDO VIRA UMA TRANSACAO E CADA LINHA COM ERRO VAI     *
      * PARA AS EXCECOES. ARQUIVO RECUSADO DEIXA O ARQUIVO DE   *
      * TRANSACOES VAZIO, PARA A CARGA NOTURNA NAO REAPLICAR AS *
      * TRANSACOES DE UMA NOITE ANTERIOR.                       *
      *--------------------------------------------------------*
       3000-TRADUZIR-ARQUIVO.
           OPEN OUTPUT TRANS-FILE.
           IF NOT FS-TRANS-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR TRANS-FILE "
                       "- STATUS " FS-TRANS-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-RECUSADO
               OPEN INPUT ENTRADA-FILE
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               MOVE ZERO TO WS-NUM-LINHA
               PERFORM 2100-LER-ENTRADA THRU 2100-EXIT
               PERFORM 3100-TRATAR-LINHA THRU 3100-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ENTRADA-FILE
           END-IF.
           CLOSE TRANS-FILE.
           IF NOT FS-TRANS-OK
               DISPLAY "*** ERRO AO FECHAR TRANS-FILE "
                       "- STATUS " FS-TRANS-FILE " ***"
               SET WS-ERRO-TRANS TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TRATAR-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.
           MOVE SPACES TO WS-CAMPO-TIPO.
           MOVE SPACES TO WS-CAMPO-1.
           MOVE SPACES TO WS-CAMPO-2.
           MOVE SPACES TO WS-CAMPO-3.
           MOVE SPACES TO WS-CAMPO-4.
           MOVE SPACES TO WS-CAMPO-5.
           MOVE SPACES TO WS-CAMPO-6.
           MOVE SPACES TO WS-CAMPO-7.
           UNSTRING ENTRADA-REC DELIMITED BY ";"
               INTO WS-CAMPO-TIPO
                    WS-CAMPO-1
                    WS-CAMPO-2
                    WS-CAMPO-3
                    WS-CAMPO-4
                    WS-CAMPO-5
                    WS-CAMPO-6
                    WS-CAMPO-7.
           EVALUATE WS-CAMPO-TIPO
               WHEN "H"
                   CONTINUE
               WHEN "T"
                   CONTINUE
               WHEN "D"
                   ADD 1 TO WS-TOTAL-DETALHES
                   PERFORM 3200-CRITICAR-DETALHE THRU 3200-EXIT
                   IF WS-MOTIVO-EXCECAO = SPACES
                       PERFORM 3500-GRAVAR-TRANSACAO THRU 3500-EXIT
                   ELSE
                       ADD 1 TO WS-TOTAL-EXC-DETALHE
                       PERFORM 3600-IMPRIMIR-EXCECAO THRU 3600-EXIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-NAO-RECONHECIDAS
                   MOVE "TIPO DE REGISTRO NAO RECONHECIDO"
                       TO WS-MOTIVO-EXCECAO
                   PERFORM 3600-IMPRIMIR-EXCECAO THRU 3600-EXIT
           END-EVALUATE.
           PERFORM 2100-LER-ENTRADA THRU 2100-EXIT.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3200-CRITICAR-DETALHE - TRADUZ O TIPO DE ALTERACAO DO   *
      * RH NA OPERACAO (E SITUACAO) DA TRANSACAO E CRITICA OS   *
      * CAMPOS QUE A OPERACAO EXIGE; O PRIMEIRO ERRO ENCONTRADO *
      * VAI PARA WS-MOTIVO-EXCECAO. DEPARTAMENTO E PERSON-ID    *
      * EXISTENTES SAO CONFERIDOS DEPOIS PELA CARGA NOTURNA.    *
      *--------------------------------------------------------*
       3200-CRITICAR-DETALHE.
           MOVE SPACES TO WS-MOTIVO-EXCECAO.
           MOVE SPACES TO WS-SIT-GERADA.
           MOVE SPACES TO WS-NASC-SAAMMDD.
           EVALUATE WS-CAMPO-1
               WHEN "ADM"
                   MOVE "I" TO WS-OPER-GERADA
               WHEN "ALT"
                   MOVE "A" TO WS-OPER-GERADA
               WHEN "TRF"
                   MOVE "A" TO WS-OPER-GERADA
               WHEN "DEM"
                   MOVE "S" TO WS-OPER-GERADA
                   MOVE "I" TO WS-SIT-GERADA
               WHEN "OBI"
                   MOVE "S" TO WS-OPER-GERADA
                   MOVE "F" TO WS-SIT-GERADA
               WHEN "REA"
                   MOVE "S" TO WS-OPER-GERADA
                   MOVE "A" TO WS-SIT-GERADA
               WHEN "EXC"
                   MOVE "E" TO WS-OPER-GERADA
               WHEN OTHER
                   MOVE SPACES TO WS-OPER-GERADA
                   MOVE "TIPO DE ALTERACAO DESCONHECIDO"
                       TO WS-MOTIVO-EXCECAO
           END-EVALUATE.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-OPER-GERADA NOT = "I"
               IF WS-CAMPO-2 (1:6) IS NOT NUMERIC
                  OR WS-CAMPO-2 (1:6) = ZEROS
                  OR WS-CAMPO-2 (7:14) NOT = SPACES
                   MOVE "PERSON-ID INVALIDO OU NAO INFORMADO"
                       TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-OPER-GERADA = "I"
               IF WS-CAMPO-3 = SPACES
                   MOVE "NOME EM BRANCO" TO WS-MOTIVO-EXCECAO
               ELSE
                   IF WS-CAMPO-3 (21:10) NOT = SPACES
                       MOVE "NOME COM MAIS DE 20 POSICOES"
                           TO WS-MOTIVO-EXCECAO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND (WS-OPER-GERADA = "I" OR WS-OPER-GERADA = "A")
               PERFORM 3300-CRITICAR-NASCIMENTO THRU 3300-EXIT
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-CAMPO-6 (5:16) NOT = SPACES
               MOVE "CODIGO DE DEPARTAMENTO COM MAIS DE 4 POSICOES"
                   TO WS-MOTIVO-EXCECAO
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-CAMPO-1 = "TRF"
              AND WS-CAMPO-6 = SPACES
               MOVE "TRANSFERENCIA SEM DEPARTAMENTO"
                   TO WS-MOTIVO-EXCECAO
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-OPER-GERADA = "S"
              AND WS-CAMPO-7 NOT = SPACES
               PERFORM 3400-CRITICAR-DATA-EFEITO THRU 3400-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3300-CRITICAR-NASCIMENTO - INCLUSAO E ALTERACAO PRECISAM*
      * DA DATA DE NASCIMENTO (AAAAMMDD) OU DA IDADE (3         *
      * DIGITOS), COMO NA CARGA NOTURNA; A DATA E CRITICADA E   *
      * CONVERTIDA PARA SAAMMDD.                                *
      *--------------------------------------------------------*
       3300-CRITICAR-NASCIMENTO.
           IF WS-CAMPO-4 = SPACES AND WS-CAMPO-5 = SPACES
               MOVE "SEM DATA DE NASCIMENTO NEM IDADE"
                   TO WS-MOTIVO-EXCECAO
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-CAMPO-5 NOT = SPACES
               IF WS-CAMPO-5 (1:3) IS NOT NUMERIC
                  OR WS-CAMPO-5 (4:17) NOT = SPACES
                   MOVE "IDADE INVALIDA" TO WS-MOTIVO-EXCECAO
               END-IF
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
              AND WS-CAMPO-4 NOT = SPACES
               MOVE "N" TO WS-DATA-VALIDA-SW
               IF WS-CAMPO-4 (1:8) IS NUMERIC
                  AND WS-CAMPO-4 (9:12) = SPACES
                   MOVE WS-CAMPO-4 (1:8) TO WS-DATA-TESTE
                   PERFORM 3450-VALIDAR-DATA THRU 3450-EXIT
               END-IF
               IF NOT WS-DATA-VALIDA
                  OR WS-TESTE-ANO < 1900
                   MOVE "DATA DE NASCIMENTO INVALIDA"
                       TO WS-MOTIVO-EXCECAO
               ELSE
                   IF WS-DATA-TESTE > WS-DATA-EXEC
                       MOVE "DATA DE NASCIMENTO FUTURA"
                           TO WS-MOTIVO-EXCECAO
                   ELSE
                       MOVE WS-DATA-TESTE TO WS-NASC-RH
                       SUBTRACT 1900 FROM WS-NASC-RH-ANO
                           GIVING WS-ANOS-DESDE-1900
                       DIVIDE WS-ANOS-DESDE-1900 BY 100
                           GIVING WS-QUOC REMAINDER WS-RESTO
                       MOVE WS-QUOC TO WS-NASC-SECULO
                       MOVE WS-RESTO TO WS-NASC-AA
                       MOVE WS-NASC-RH-MES TO WS-NASC-MES
                       MOVE WS-NASC-RH-DIA TO WS-NASC-DIA
                       MOVE WS-DATA-NASC TO WS-NASC-SAAMMDD
                   END-IF
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3400-CRITICAR-DATA-EFEITO - A DATA DE EFEITO DA TROCA   *
      * DE SITUACAO E OPCIONAL (EM BRANCO = DATA DA CARGA), MAS *
      * QUANDO VEM PRECISA SER UMA DATA AAAAMMDD VALIDA.        *
      *--------------------------------------------------------*
       3400-CRITICAR-DATA-EFEITO.
           MOVE "N" TO WS-DATA-VALIDA-SW.
           IF WS-CAMPO-7 (1:8) IS NUMERIC
              AND WS-CAMPO-7 (9:12) = SPACES
               MOVE WS-CAMPO-7 (1:8) TO WS-DATA-TESTE
               PERFORM 3450-VALIDAR-DATA THRU 3450-EXIT
           END-IF.
           IF NOT WS-DATA-VALIDA
               MOVE "DATA DE EFEITO INVALIDA" TO WS-MOTIVO-EXCECAO
           END-IF.
       3400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3450-VALIDAR-DATA - WS-DATA-TESTE (AAAAMMDD) E VALIDA   *
      * QUANDO O MES VAI DE 1 A 12 E O DIA CABE NO MES, COM     *
      * 29/02 SO EM ANO BISSEXTO.                               *
      *--------------------------------------------------------*
       3450-VALIDAR-DATA.
           MOVE "N" TO WS-DATA-VALIDA-SW.
           IF WS-TESTE-MES > ZERO AND WS-TESTE-MES < 13
              AND WS-TESTE-DIA > ZERO
               EVALUATE WS-TESTE-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-ULTIMO-DIA-MES
                   WHEN 2
                       MOVE WS-TESTE-ANO TO WS-ANO-TESTE
                       PERFORM 8400-TESTAR-BISSEXTO THRU 8400-EXIT
                       IF WS-BISSEXTO
                           MOVE 29 TO WS-ULTIMO-DIA-MES
                       ELSE
                           MOVE 28 TO WS-ULTIMO-DIA-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-ULTIMO-DIA-MES
               END-EVALUATE
               IF WS-TESTE-DIA NOT > WS-ULTIMO-DIA-MES
                   SET WS-DATA-VALIDA TO TRUE
               END-IF
           END-IF.
       3450-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3500-GRAVAR-TRANSACAO - MONTA A TRANSACAO NO LAYOUT DA  *
      * CARGA NOTURNA, GRAVA E LISTA A LINHA CONVERTIDA COM A   *
      * SEQUENCIA DELA NO ARQUIVO DE TRANSACOES. SO A TRANSACAO *
      * GRAVADA E CONTADA; A FALHA E LISTADA E CONTADA A PARTE. *
      *--------------------------------------------------------*
       3500-GRAVAR-TRANSACAO.
           MOVE SPACES TO TRANS-REC.
           MOVE WS-OPER-GERADA TO TRANS-OPERACAO.
           IF NOT TRANS-INCLUIR
               MOVE WS-CAMPO-2 (1:6) TO TRANS-ID
           END-IF.
           MOVE WS-CAMPO-3 (1:20) TO TRANS-NOME.
           IF TRANS-INCLUIR OR TRANS-ALTERAR
               MOVE WS-CAMPO-5 (1:3) TO TRANS-IDADE
               MOVE WS-NASC-SAAMMDD TO TRANS-DATA-NASC
               MOVE WS-CAMPO-6 (1:4) TO TRANS-DEPTO
           END-IF.
           IF TRANS-SITUAR
               MOVE WS-SIT-GERADA TO TRANS-SITUACAO
               MOVE WS-CAMPO-7 (1:8) TO TRANS-DATA-SIT
           END-IF.
           WRITE TRANS-REC.
           IF NOT FS-TRANS-OK
               DISPLAY "*** ERRO AO GRAVAR TRANS-FILE - LINHA "
                       WS-NUM-LINHA " - STATUS " FS-TRANS-FILE " ***"
               ADD 1 TO WS-TOTAL-FALHAS-GRAVACAO
               SET WS-ERRO-TRANS TO TRUE
               MOVE SPACES TO PRINT-REC
               STRING "LINHA " DELIMITED BY SIZE
                      WS-NUM-LINHA DELIMITED BY SIZE
                      "  *** TRANSACAO NAO GRAVADA - STATUS "
                          DELIMITED BY SIZE
                      FS-TRANS-FILE DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               PERFORM 3510-LISTAR-TRANSACAO THRU 3510-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-LISTAR-TRANSACAO.
           ADD 1 TO WS-TOTAL-TRANSACOES.
           EVALUATE WS-CAMPO-1
               WHEN "ADM"
                   ADD 1 TO WS-TOTAL-ADM
               WHEN "ALT"
                   ADD 1 TO WS-TOTAL-ALT
               WHEN "TRF"
                   ADD 1 TO WS-TOTAL-TRF
               WHEN "DEM"
                   ADD 1 TO WS-TOTAL-DEM
               WHEN "OBI"
                   ADD 1 TO WS-TOTAL-OBI
               WHEN "REA"
                   ADD 1 TO WS-TOTAL-REA
               WHEN "EXC"
                   ADD 1 TO WS-TOTAL-EXC
           END-EVALUATE.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHA " DELIMITED BY SIZE
                  WS-NUM-LINHA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAMPO-1 (1:3) DELIMITED BY SIZE
                  " -> TRANSACAO " DELIMITED BY SIZE
                  TRANS-OPERACAO DELIMITED BY SIZE
                  TRANS-SITUACAO DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  WS-TOTAL-TRANSACOES DELIMITED BY SIZE
                  "  ID " DELIMITED BY SIZE
                  TRANS-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-NOME DELIMITED BY SIZE
                  "  DEPTO " DELIMITED BY SIZE
                  TRANS-DEPTO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       3510-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3600-IMPRIMIR-EXCECAO - LISTA A LINHA QUE NAO VIROU     *
      * TRANSACAO COM O MOTIVO E O CONTEUDO RECEBIDO, PARA O RH *
      * CORRIGIR E REENVIAR EM OUTRO LOTE.                      *
      *--------------------------------------------------------*
       3600-IMPRIMIR-EXCECAO.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHA " DELIMITED BY SIZE
                  WS-NUM-LINHA DELIMITED BY SIZE
                  "  *** EXCECAO: " DELIMITED BY SIZE
                  WS-MOTIVO-EXCECAO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "      CONTEUDO: " DELIMITED BY SIZE
                  ENTRADA-REC (1:116) DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       3600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-REGISTRAR-CARGA - ACRESCENTA O ARQUIVO TRADUZIDO   *
      * AO CONTROLE DE CARGAS (RHCARGAS), PARA UM REENVIO DO    *
      * MESMO ARQUIVO SER RECUSADO. ARQUIVO RECUSADO NAO E      *
      * REGISTRADO (PODE VIR CORRIGIDO COM O MESMO LOTE), NEM O *
      * ARQUIVO COM FALHA NA GRAVACAO DAS TRANSACOES (DEVE SER  *
      * REPROCESSADO).                                          *
      *--------------------------------------------------------*
       4000-REGISTRAR-CARGA.
           IF NOT WS-RECUSADO
              AND NOT WS-ERRO-TRANS
               OPEN EXTEND CARGA-FILE
               IF NOT FS-CARGA-OK
                   CLOSE CARGA-FILE
                   OPEN OUTPUT CARGA-FILE
               END-IF
               IF FS-CARGA-OK
                   MOVE SPACES TO CARGA-REC
                   MOVE WS-CAB-DATA TO CARGA-DATA-ARQUIVO
                   MOVE WS-CAB-LOTE TO CARGA-LOTE
                   MOVE WS-DATA-EXEC TO CARGA-DATA-CICLO
                   MOVE WS-HORA-EXEC (1:6) TO CARGA-HORA
                   MOVE WS-TOTAL-DETALHES TO CARGA-DETALHES
                   MOVE WS-TOTAL-TRANSACOES TO CARGA-TRANSACOES
                   MOVE WS-TOTAL-EXC-DETALHE TO CARGA-EXCECOES
                   WRITE CARGA-REC
                   IF NOT FS-CARGA-OK
                       DISPLAY "*** ERRO AO REGISTRAR A CARGA "
                               "- STATUS " FS-CARGA-FILE " ***"
                       MOVE 8 TO WS-COD-RETORNO
                   END-IF
                   CLOSE CARGA-FILE
               ELSE
                   DISPLAY "*** NAO FOI POSSIVEL REGISTRAR A CARGA "
                           "- STATUS " FS-CARGA-FILE " ***"
                   MOVE 8 TO WS-COD-RETORNO
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS POR TIPO E A     *
      * PROVA DE FECHAMENTO: DETALHES RECEBIDOS = TRANSACOES    *
      * GERADAS + EXCECOES.                                     *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-RECUSADO
               MOVE SPACES TO PRINT-REC
               STRING "*** ARQUIVO RECUSADO - NENHUMA TRANSACAO "
                          DELIMITED BY SIZE
                      "GERADA; PEDIR REENVIO AO RH ***"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE SPACES TO PRINT-REC
               STRING "DETALHES NO ARQUIVO............: "
                          DELIMITED BY SIZE
                      WS-CONT-DETALHES DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               DISPLAY "ARQUIVO DO RH RECUSADO - "
                       WS-CONT-DETALHES " DETALHE(S) NAO CARREGADO(S)"
           ELSE
               PERFORM 8050-IMPRIMIR-PROVA THRU 8050-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       8050-IMPRIMIR-PROVA.
           MOVE SPACES TO PRINT-REC.
           STRING "ADMISSOES (ADM -> I)...........: " DELIMITED BY SIZE
                  WS-TOTAL-ADM DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ALTERACOES (ALT -> A)..........: " DELIMITED BY SIZE
                  WS-TOTAL-ALT DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "TRANSFERENCIAS (TRF -> A)......: " DELIMITED BY SIZE
                  WS-TOTAL-TRF DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "DESLIGAMENTOS (DEM -> S/I).....: " DELIMITED BY SIZE
                  WS-TOTAL-DEM DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "OBITOS (OBI -> S/F)............: " DELIMITED BY SIZE
                  WS-TOTAL-OBI DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "READMISSOES (REA -> S/A).......: " DELIMITED BY SIZE
                  WS-TOTAL-REA DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "EXCLUSOES (EXC -> E)...........: " DELIMITED BY SIZE
                  WS-TOTAL-EXC DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS LIDAS NO ARQUIVO........: " DELIMITED BY SIZE
                  WS-TOTAL-LINHAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "DETALHES RECEBIDOS.............: " DELIMITED BY SIZE
                  WS-TOTAL-DETALHES DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "TRANSACOES GERADAS.............: " DELIMITED BY SIZE
                  WS-TOTAL-TRANSACOES DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "DETALHES EM EXCECAO............: " DELIMITED BY SIZE
                  WS-TOTAL-EXC-DETALHE DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "TRANSACOES NAO GRAVADAS........: " DELIMITED BY SIZE
                  WS-TOTAL-FALHAS-GRAVACAO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS NAO RECONHECIDAS........: " DELIMITED BY SIZE
                  WS-TOTAL-NAO-RECONHECIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           COMPUTE WS-DIFERENCA-PROVA = WS-TOTAL-DETALHES
               - WS-TOTAL-TRANSACOES - WS-TOTAL-EXC-DETALHE.
           MOVE SPACES TO PRINT-REC.
           IF WS-DIFERENCA-PROVA = ZERO
               MOVE "PROVA: DETALHES = TRANSACOES + EXCECOES - FECHADO"
                   TO PRINT-REC
           ELSE
               MOVE "*** PROVA: DETALHES <> TRANSACOES + EXCECOES ***"
                   TO PRINT-REC
               MOVE 12 TO WS-COD-RETORNO
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-ERRO-TRANS
               MOVE SPACES TO PRINT-REC
               STRING "*** ERRO DE GRAVACAO NAS TRANSACOES - CARGA NAO "
                          DELIMITED BY SIZE
                      "REGISTRADA; REPROCESSAR O ARQUIVO ***"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           DISPLAY "ARQUIVO DO RH TRADUZIDO - "
                   WS-TOTAL-DETALHES " DETALHE(S), "
                   WS-TOTAL-TRANSACOES " TRANSACAO(OES), "
                   WS-TOTAL-EXC-DETALHE " EXCECAO(OES)".
       8050-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DO RELATORIO DA CARGA DO RH.                *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING "CARGA DO ARQUIVO DE ALTERACOES DO RH - "
                      DELIMITED BY SIZE
                  "TRANSACOES E EXCECOES" DELIMITED BY SIZE
                  "          PAGINA: " DELIMITED BY SIZE
                  WS-NUM-PAGINA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DO CICLO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
                  "   ARQUIVO DO RH: " DELIMITED BY SIZE
                  WS-CAB-DATA DELIMITED BY SIZE
                  "   LOTE: " DELIMITED BY SIZE
                  WS-CAB-LOTE DELIMITED BY SIZE
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
      * 8300-FORMATAR-DATA - CONVERTE WS-DATA-AAAAMMDD PARA     *
      * DD/MM/AAAA EM WS-DATA-FMT.                              *
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
      * 8400-TESTAR-BISSEXTO - WS-ANO-TESTE E BISSEXTO QUANDO   *
      * DIVISIVEL POR 4, EXCETO SECULAR NAO DIVISIVEL POR 400.  *
      *--------------------------------------------------------*
       8400-TESTAR-BISSEXTO.
           MOVE "N" TO WS-BISSEXTO-SW.
           DIVIDE WS-ANO-TESTE BY 4
               GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE "S" TO WS-BISSEXTO-SW
               DIVIDE WS-ANO-TESTE BY 100
                   GIVING WS-QUOC REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE "N" TO WS-BISSEXTO-SW
                   DIVIDE WS-ANO-TESTE BY 400
                       GIVING WS-QUOC REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       MOVE "S" TO WS-BISSEXTO-SW
                   END-IF
               END-IF
           END-IF.
       8400-EXIT.
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
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): DETALHES  *
      * LIDOS, TRANSACOES GERADAS E EXCECOES.                   *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "HR-FEED-LOAD" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               IF WS-RECUSADO
                   MOVE WS-CONT-DETALHES TO RUNSTAT-LIDOS
                   MOVE ZERO TO RUNSTAT-ACEITOS
                   MOVE WS-CONT-DETALHES TO RUNSTAT-REJEITADOS
               ELSE
                   MOVE WS-TOTAL-DETALHES TO RUNSTAT-LIDOS
                   MOVE WS-TOTAL-TRANSACOES TO RUNSTAT-ACEITOS
                   MOVE WS-TOTAL-EXC-DETALHE TO RUNSTAT-REJEITADOS
               END-IF
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
      * RODADA: 0=TODAS AS LINHAS VIRARAM TRANSACAO, 4=HOUVE    *
      * EXCECAO (LISTADA), 8=CONTROLE DE CARGAS NAO GRAVADO,    *
      * 12=ARQUIVO RECUSADO, PROVA NAO FECHADA OU ERRO DE       *
      * GRAVACAO NO ARQUIVO DE TRANSACOES.                      *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-RECUSADO
              OR WS-ERRO-TRANS
               MOVE 12 TO WS-COD-RETORNO
           END-IF.
           IF WS-COD-RETORNO < 4
              AND (WS-TOTAL-EXC-DETALHE > ZERO
                   OR WS-TOTAL-NAO-RECONHECIDAS > ZERO)
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-REORG.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: APLICAR NO CADASTRO PERSONDB, NA DATA DO CICLO,
      *           A REORGANIZACAO DE CENTROS DE CUSTO DEFINIDA NO
      *           MAPA DA CONTROLADORIA (REORGMAP, COPYBOOK
      *           REORG-REC), NO LUGAR DE UMA TRANSACAO A POR
      *           PESSOA DIGITADA PARA PERSON-BATCH-UPDATE. CADA
      *           PESSOA MOVIDA E GRAVADA NO JORNAL (PERSONJRN)
      *           COMO ALTERACAO (A), PARA PERSON-RECOVER E O
      *           HISTORICO CONTINUAREM VALENDO. O MODO 1
      *           (SIMULACAO) SO IMPRIME O QUADRO DE EFETIVO ANTES
      *           E DEPOIS POR CODIGO ANTIGO E NOVO, PARA O DE
      *           ACORDO; O MODO 2 (EFETIVACAO) GRAVA E, NO FIM,
      *           RELE O CADASTRO PARA PROVAR QUE NINGUEM FICOU EM
      *           CODIGO RETIRADO E QUE O EFETIVO FECHA COM O
      *           PREVISTO. MAPA COM ERRO E RECUSADO INTEIRO
      *           (CODIGO 12), SEM TOCAR NO CADASTRO.
      * DATA: 24/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 24/09/2026 AD     VERSAO ORIGINAL - SIMULACAO E
      *                   EFETIVACAO, JORNAL DAS MUDANCAS, PROVA
      *                   POS-RODADA; LINHA DE ESTATISTICA NO
      *                   RUNSTATS.
      * 15/10/2026 AD     FALHA NA GRAVACAO DO JORNAL INTERROMPE A
      *                   EFETIVACAO (CODIGO 8) E E TOTALIZADA;
      *                   TOTAL DE LINHAS DO MAPA EM EXCESSO NOS
      *                   TOTAIS.
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

           SELECT MAPA-FILE ASSIGN TO "REORGMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA-FILE.

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

           SELECT JRN-FILE ASSIGN TO "PERSONJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

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

       FD  MAPA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "REORG-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

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

       01  FS-MAPA-FILE                     PIC X(02).
           88  FS-MAPA-OK                   VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-PARAM-FILE                    PIC X(02).
           88  FS-PARAM-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).
       01  WS-DATA-JORNAL                   PIC 9(08).
       01  WS-HORA-JORNAL                   PIC 9(08).

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.
       77  WS-TITULO                        PIC X(50)   VALUE SPACES.

       77  WS-MODO-EXECUCAO                 PIC X(01)   VALUE SPACE.
           88  WS-MODO-SIMULACAO            VALUE "1".
           88  WS-MODO-EFETIVACAO           VALUE "2".
       77  WS-FIM-MAPA-SW                   PIC X(01)   VALUE "N".
           88  WS-FIM-MAPA                  VALUE "S".
       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-ACHOU-SW                      PIC X(01)   VALUE "N".
           88  WS-ACHOU                     VALUE "S".
       77  WS-ATIVO-SW                      PIC X(01)   VALUE "N".
           88  WS-ATIVO                     VALUE "S".
       77  WS-JRN-ABERTO-SW                 PIC X(01)   VALUE "N".
           88  WS-JRN-ABERTO                VALUE "S".
       77  WS-ERRO-JORNAL-SW                PIC X(01)   VALUE "N".
           88  WS-ERRO-JORNAL               VALUE "S".
       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

       77  WS-IMAGEM-ANTES                  PIC X(49)   VALUE SPACES.
       77  WS-IMAGEM-DEPOIS                 PIC X(49)   VALUE SPACES.

      *    TETO DE IDADE DO ARQUIVO DE PARAMETROS (PADRAO 120):
      *    PESSOA SEM IDADE VALIDA NUNCA ATENDE FILTRO DE IDADE.
       77  WS-PARM-TETO-IDADE               PIC 9(03)   VALUE 120.

      *    LINHAS DO MAPA. ESTADO: H=EFEITO NA DATA DO CICLO,
      *    F=FUTURA, V=VENCIDA (DATA JA PASSOU SEM SER APLICADA),
      *    E=DATA INVALIDA. LINHA COM MOTIVO PREENCHIDO TEM ERRO E
      *    RECUSA O MAPA INTEIRO. NA LINHA H A PRIMEIRA QUE
      *    ATENDE A PESSOA (NA ORDEM DO MAPA) E A APLICADA.
       77  WS-MAX-MAPA                      PIC 9(04)   COMP VALUE 100.
       77  WS-QTD-MAPA                      PIC 9(04)   COMP VALUE ZERO.
       77  WS-MX                            PIC 9(04)   COMP.
       77  WS-MY                            PIC 9(04)   COMP.
       01  WS-TABELA-MAPA.
           05  WS-MPT-ENT OCCURS 100 TIMES.
               10  WS-MPT-ANTIGO            PIC X(04).
               10  WS-MPT-NOVO              PIC X(04).
               10  WS-MPT-DATA              PIC X(08).
               10  WS-MPT-SITUACAO          PIC X(01).
               10  WS-MPT-IDADE-MIN         PIC 9(03).
               10  WS-MPT-IDADE-MAX         PIC 9(03).
               10  WS-MPT-FAIXA             PIC X(01).
               10  WS-MPT-FILTRO            PIC X(01).
               10  WS-MPT-ESTADO            PIC X(01).
               10  WS-MPT-MOTIVO            PIC X(35).
               10  WS-MPT-MOVIDOS           PIC 9(05).

      *    QUADRO DE EFETIVO (ATIVOS) DOS CODIGOS DO MAPA. PAPEL:
      *    R=RETIRADO (LINHA SEM FILTRO), P=PARCIAL (SO LINHAS COM
      *    FILTRO), D=DESTINO. DEPOIS = ANTES - SAIDAS + ENTRADAS;
      *    APURADO E RESTANTES VEM DA RELEITURA DA PROVA.
       77  WS-MAX-CODIGOS                   PIC 9(04)   COMP VALUE 200.
       77  WS-QTD-CODIGOS                   PIC 9(04)   COMP VALUE ZERO.
       77  WS-CX                            PIC 9(04)   COMP.
       77  WS-CY                            PIC 9(04)   COMP.
       77  WS-CODIGO-BUSCA                  PIC X(04).
       77  WS-PAPEL-BUSCA                   PIC X(01).
       01  WS-TABELA-CODIGOS.
           05  WS-QDR-ENT OCCURS 200 TIMES.
               10  WS-QDR-CODIGO            PIC X(04).
               10  WS-QDR-PAPEL             PIC X(01).
               10  WS-QDR-ANTES             PIC 9(05).
               10  WS-QDR-SAIDAS            PIC 9(05).
               10  WS-QDR-ENTRADAS          PIC 9(05).
               10  WS-QDR-DEPOIS            PIC 9(05).
               10  WS-QDR-APURADO           PIC 9(05).
               10  WS-QDR-RESTANTES         PIC 9(05).
       77  WS-PAPEL-FMT                     PIC X(08).

       77  WS-DEPTO-PESSOA                  PIC X(04).
       77  WS-IDADE-GRAVADA                 PIC 9(03).
       77  WS-IDADE-PESSOA                  PIC 9(03).
       77  WS-FAIXA-FMT                     PIC X(07).
       77  WS-ESTADO-FMT                    PIC X(08).

       77  WS-TOTAL-MAPA-LIDAS              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MAPA-HOJE               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MAPA-FUTURAS            PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MAPA-VENCIDAS           PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MAPA-ERROS              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MAPA-EXCESSO            PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-LIDOS                   PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MOVIDOS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ERROS-GRAVACAO          PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-FALHAS-JORNAL           PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-RESTANTES               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-NAO-FECHAM              PIC 9(05)   VALUE ZERO.

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
           PERFORM 2000-CARREGAR-MAPA THRU 2000-EXIT.
           PERFORM 2500-CRITICAR-MAPA THRU 2500-EXIT.
           IF WS-TOTAL-MAPA-ERROS = ZERO
              AND WS-TOTAL-MAPA-EXCESSO = ZERO
              AND WS-TOTAL-MAPA-HOJE > ZERO
               PERFORM 2600-MONTAR-QUADRO THRU 2600-EXIT
               PERFORM 3000-PROCESSAR-CADASTRO THRU 3000-EXIT
           END-IF.
           PERFORM 5000-IMPRIMIR-MAPA THRU 5000-EXIT.
           IF WS-TOTAL-MAPA-ERROS = ZERO
              AND WS-TOTAL-MAPA-EXCESSO = ZERO
              AND WS-TOTAL-MAPA-HOJE > ZERO
               IF WS-MODO-EFETIVACAO
                   PERFORM 4000-PROVAR-REORGANIZACAO THRU 4000-EXIT
               END-IF
               PERFORM 6000-IMPRIMIR-QUADRO THRU 6000-EXIT
           END-IF.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO, O TETO DE     *
      * IDADE E O MODO DE EXECUCAO E ABRE O MAPA, O CADASTRO DE *
      * DEPARTAMENTOS E O RELATORIO. O PERSONDB E O JORNAL SO   *
      * SAO ABERTOS DEPOIS DE O MAPA PASSAR NA CRITICA.         *
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
           OPEN INPUT MAPA-FILE.
           IF NOT FS-MAPA-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR MAPA-FILE "
                       "- STATUS " FS-MAPA-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPTO-FILE.
           IF NOT FS-DEPTO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR DEPTO-FILE "
                       "- STATUS " FS-DEPTO-FILE " ***"
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
           IF WS-MODO-EFETIVACAO
               MOVE "REORGANIZACAO DE DEPARTAMENTOS - EFETIVACAO"
                   TO WS-TITULO
           ELSE
               MOVE "REORGANIZACAO DE DEPARTAMENTOS - SIMULACAO"
                   TO WS-TITULO
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
      * 1300-OBTER-MODO - 1 = SIMULACAO (NADA E GRAVADO);       *
      * 2 = EFETIVACAO. MODO DESCONHECIDO ENCERRA A RODADA COM  *
      * CODIGO 8, SEM GERAR SAIDA.                              *
      *--------------------------------------------------------*
       1300-OBTER-MODO.
           DISPLAY "MODO DE EXECUCAO (1-SIMULACAO  2-EFETIVACAO, "
                   "ENTER=1)? ".
           ACCEPT WS-MODO-EXECUCAO.
           IF WS-MODO-EXECUCAO = SPACE
               SET WS-MODO-SIMULACAO TO TRUE
           END-IF.
           IF NOT WS-MODO-SIMULACAO AND NOT WS-MODO-EFETIVACAO
               DISPLAY "*** MODO DE EXECUCAO INVALIDO: "
                       WS-MODO-EXECUCAO " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-CARREGAR-MAPA - LE TODAS AS LINHAS DO MAPA PARA A  *
      * TABELA, CLASSIFICANDO PELA DATA DE EFEITO E CRITICANDO  *
      * AS LINHAS COM EFEITO NA DATA DO CICLO.                  *
      *--------------------------------------------------------*
       2000-CARREGAR-MAPA.
           PERFORM 2100-LER-MAPA THRU 2100-EXIT.
           PERFORM 2200-GUARDAR-LINHA-MAPA THRU 2200-EXIT
               UNTIL WS-FIM-MAPA.
       2000-EXIT.
           EXIT.

       2100-LER-MAPA.
           READ MAPA-FILE
               AT END
                   SET WS-FIM-MAPA TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-MAPA-LIDAS
           END-READ.
       2100-EXIT.
           EXIT.

       2200-GUARDAR-LINHA-MAPA.
           IF WS-QTD-MAPA NOT < WS-MAX-MAPA
               ADD 1 TO WS-TOTAL-MAPA-EXCESSO
           ELSE
               ADD 1 TO WS-QTD-MAPA
               MOVE WS-QTD-MAPA TO WS-MX
               MOVE MAP-DEPTO-ANTIGO TO WS-MPT-ANTIGO (WS-MX)
               MOVE MAP-DEPTO-NOVO TO WS-MPT-NOVO (WS-MX)
               MOVE MAP-DATA-EFEITO TO WS-MPT-DATA (WS-MX)
               MOVE MAP-SITUACAO TO WS-MPT-SITUACAO (WS-MX)
               MOVE ZERO TO WS-MPT-IDADE-MIN (WS-MX)
               MOVE 999 TO WS-MPT-IDADE-MAX (WS-MX)
               MOVE "N" TO WS-MPT-FAIXA (WS-MX)
               MOVE "N" TO WS-MPT-FILTRO (WS-MX)
               MOVE SPACES TO WS-MPT-MOTIVO (WS-MX)
               MOVE ZERO TO WS-MPT-MOVIDOS (WS-MX)
               IF MAP-DATA-EFEITO IS NOT NUMERIC
                   MOVE "E" TO WS-MPT-ESTADO (WS-MX)
                   MOVE "DATA DE EFEITO INVALIDA"
                       TO WS-MPT-MOTIVO (WS-MX)
               ELSE
                   EVALUATE TRUE
                       WHEN MAP-DATA-EFEITO > WS-DATA-EXEC
                           MOVE "F" TO WS-MPT-ESTADO (WS-MX)
                           ADD 1 TO WS-TOTAL-MAPA-FUTURAS
                       WHEN MAP-DATA-EFEITO < WS-DATA-EXEC
                           MOVE "V" TO WS-MPT-ESTADO (WS-MX)
                           ADD 1 TO WS-TOTAL-MAPA-VENCIDAS
                       WHEN OTHER
                           MOVE "H" TO WS-MPT-ESTADO (WS-MX)
                           ADD 1 TO WS-TOTAL-MAPA-HOJE
                           PERFORM 2300-CRITICAR-LINHA THRU 2300-EXIT
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 2100-LER-MAPA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2300-CRITICAR-LINHA - CRITICA DA LINHA WS-MX COM EFEITO *
      * HOJE: CODIGOS PREENCHIDOS E DIFERENTES, FILTROS VALIDOS *
      * E CODIGO NOVO EXISTENTE, ABERTO E VIGENTE NO CADASTRO   *
      * DE DEPARTAMENTOS (MESMA CRITICA DA TRANSACAO A).        *
      *--------------------------------------------------------*
       2300-CRITICAR-LINHA.
           IF MAP-SITUACAO NOT = SPACE
              OR MAP-IDADE-MIN NOT = SPACES
              OR MAP-IDADE-MAX NOT = SPACES
               MOVE "S" TO WS-MPT-FILTRO (WS-MX)
           END-IF.
           IF MAP-IDADE-MIN NOT = SPACES
              OR MAP-IDADE-MAX NOT = SPACES
               MOVE "S" TO WS-MPT-FAIXA (WS-MX)
           END-IF.
           IF MAP-IDADE-MIN IS NUMERIC
               MOVE MAP-IDADE-MIN TO WS-MPT-IDADE-MIN (WS-MX)
           END-IF.
           IF MAP-IDADE-MAX IS NUMERIC
               MOVE MAP-IDADE-MAX TO WS-MPT-IDADE-MAX (WS-MX)
           END-IF.
           EVALUATE TRUE
               WHEN MAP-DEPTO-ANTIGO = SPACES
                   MOVE "CODIGO ANTIGO EM BRANCO"
                       TO WS-MPT-MOTIVO (WS-MX)
               WHEN MAP-DEPTO-NOVO = SPACES
                 OR MAP-DEPTO-NOVO = "----"
                   MOVE "CODIGO NOVO EM BRANCO"
                       TO WS-MPT-MOTIVO (WS-MX)
               WHEN MAP-DEPTO-NOVO = MAP-DEPTO-ANTIGO
                   MOVE "CODIGO NOVO IGUAL AO ANTIGO"
                       TO WS-MPT-MOTIVO (WS-MX)
               WHEN MAP-SITUACAO NOT = SPACE
                AND MAP-SITUACAO NOT = "A"
                AND MAP-SITUACAO NOT = "I"
                AND MAP-SITUACAO NOT = "F"
                   MOVE "FILTRO DE SITUACAO INVALIDO"
                       TO WS-MPT-MOTIVO (WS-MX)
               WHEN (MAP-IDADE-MIN NOT = SPACES
                     AND MAP-IDADE-MIN IS NOT NUMERIC)
                 OR (MAP-IDADE-MAX NOT = SPACES
                     AND MAP-IDADE-MAX IS NOT NUMERIC)
                 OR WS-MPT-IDADE-MIN (WS-MX)
                    > WS-MPT-IDADE-MAX (WS-MX)
                   MOVE "FAIXA DE IDADE INVALIDA"
                       TO WS-MPT-MOTIVO (WS-MX)
               WHEN OTHER
                   PERFORM 2400-VALIDAR-DEPTO-NOVO THRU 2400-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2400-VALIDAR-DEPTO-NOVO.
           MOVE MAP-DEPTO-NOVO TO DEPTO-CODIGO.
           READ DEPTO-FILE
               INVALID KEY
                   MOVE "DEPTO NOVO INEXISTENTE"
                       TO WS-MPT-MOTIVO (WS-MX)
               NOT INVALID KEY
                   IF DEPTO-FECHADO
                       MOVE "DEPTO NOVO FECHADO"
                           TO WS-MPT-MOTIVO (WS-MX)
                   ELSE
                       IF DEPTO-DATA-INICIO > WS-DATA-EXEC
                          OR (DEPTO-DATA-FIM NOT = ZEROS
                              AND DEPTO-DATA-FIM < WS-DATA-EXEC)
                           MOVE "DEPTO NOVO FORA DA VIGENCIA"
                               TO WS-MPT-MOTIVO (WS-MX)
                       END-IF
                   END-IF
           END-READ.
       2400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2500-CRITICAR-MAPA - CRITICA CRUZADA DAS LINHAS COM     *
      * EFEITO HOJE: CODIGO RETIRADO (LINHA SEM FILTRO) NAO     *
      * PODE TER OUTRA LINHA NEM SER DESTINO DE OUTRA LINHA     *
      * (SENAO A PROVA NAO FECHA); EM SEGUIDA CONTA AS LINHAS   *
      * COM ERRO.                                               *
      *--------------------------------------------------------*
       2500-CRITICAR-MAPA.
           PERFORM 2510-CRUZAR-LINHA THRU 2510-EXIT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-QTD-MAPA.
           PERFORM 2530-CONTAR-ERRO THRU 2530-EXIT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-QTD-MAPA.
       2500-EXIT.
           EXIT.

       2510-CRUZAR-LINHA.
           IF WS-MPT-ESTADO (WS-MX) = "H"
               PERFORM 2520-COMPARAR-LINHAS THRU 2520-EXIT
                   VARYING WS-MY FROM 1 BY 1
                   UNTIL WS-MY > WS-QTD-MAPA
           END-IF.
       2510-EXIT.
           EXIT.

       2520-COMPARAR-LINHAS.
           IF WS-MY NOT = WS-MX
              AND WS-MPT-ESTADO (WS-MY) = "H"
              AND WS-MPT-FILTRO (WS-MY) = "N"
               IF WS-MPT-ANTIGO (WS-MY) = WS-MPT-ANTIGO (WS-MX)
                  AND WS-MPT-MOTIVO (WS-MX) = SPACES
                   MOVE "CODIGO ANTIGO JA RETIRADO NO MAPA"
                       TO WS-MPT-MOTIVO (WS-MX)
               END-IF
               IF WS-MPT-ANTIGO (WS-MY) = WS-MPT-NOVO (WS-MX)
                  AND WS-MPT-MOTIVO (WS-MX) = SPACES
                   MOVE "CODIGO NOVO E RETIRADO NESTE MAPA"
                       TO WS-MPT-MOTIVO (WS-MX)
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

       2530-CONTAR-ERRO.
           IF WS-MPT-MOTIVO (WS-MX) NOT = SPACES
               ADD 1 TO WS-TOTAL-MAPA-ERROS
           END-IF.
       2530-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2600-MONTAR-QUADRO - UMA LINHA DO QUADRO PARA CADA      *
      * CODIGO ANTIGO E NOVO DAS LINHAS COM EFEITO HOJE.        *
      *--------------------------------------------------------*
       2600-MONTAR-QUADRO.
           PERFORM 2610-INCLUIR-CODIGOS THRU 2610-EXIT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-QTD-MAPA.
       2600-EXIT.
           EXIT.

       2610-INCLUIR-CODIGOS.
           IF WS-MPT-ESTADO (WS-MX) = "H"
               MOVE WS-MPT-ANTIGO (WS-MX) TO WS-CODIGO-BUSCA
               IF WS-MPT-FILTRO (WS-MX) = "N"
                   MOVE "R" TO WS-PAPEL-BUSCA
               ELSE
                   MOVE "P" TO WS-PAPEL-BUSCA
               END-IF
               PERFORM 2620-INCLUIR-CODIGO THRU 2620-EXIT
               MOVE WS-MPT-NOVO (WS-MX) TO WS-CODIGO-BUSCA
               MOVE "D" TO WS-PAPEL-BUSCA
               PERFORM 2620-INCLUIR-CODIGO THRU 2620-EXIT
           END-IF.
       2610-EXIT.
           EXIT.

      *    CODIGO JA NO QUADRO COMO DESTINO QUE TAMBEM E ORIGEM
      *    PARCIAL PASSA A PARCIAL.
       2620-INCLUIR-CODIGO.
           PERFORM 7000-LOCALIZAR-CODIGO THRU 7000-EXIT.
           IF WS-CX = ZERO
               ADD 1 TO WS-QTD-CODIGOS
               MOVE WS-QTD-CODIGOS TO WS-CX
               MOVE WS-CODIGO-BUSCA TO WS-QDR-CODIGO (WS-CX)
               MOVE WS-PAPEL-BUSCA TO WS-QDR-PAPEL (WS-CX)
               MOVE ZERO TO WS-QDR-ANTES (WS-CX)
               MOVE ZERO TO WS-QDR-SAIDAS (WS-CX)
               MOVE ZERO TO WS-QDR-ENTRADAS (WS-CX)
               MOVE ZERO TO WS-QDR-DEPOIS (WS-CX)
               MOVE ZERO TO WS-QDR-APURADO (WS-CX)
               MOVE ZERO TO WS-QDR-RESTANTES (WS-CX)
           ELSE
               IF WS-QDR-PAPEL (WS-CX) = "D"
                  AND WS-PAPEL-BUSCA NOT = "D"
                   MOVE WS-PAPEL-BUSCA TO WS-QDR-PAPEL (WS-CX)
               END-IF
           END-IF.
       2620-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-PROCESSAR-CADASTRO - PASSA O PERSONDB INTEIRO: NA  *
      * EFETIVACAO ABERTO PARA ATUALIZACAO E COM O JORNAL EM    *
      * EXTENSAO; NA SIMULACAO SO PARA LEITURA. FALHA AO GRAVAR *
      * O JORNAL INTERROMPE A PASSAGEM: NENHUMA OUTRA PESSOA E  *
      * REGRAVADA SEM A SUA ALTERACAO NO JORNAL.                *
      *--------------------------------------------------------*
       3000-PROCESSAR-CADASTRO.
           IF WS-MODO-EFETIVACAO
               OPEN I-O PERSON-FILE
           ELSE
               OPEN INPUT PERSON-FILE
           END-IF.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODO-EFETIVACAO
               PERFORM 3050-ABRIR-JORNAL THRU 3050-EXIT
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 3100-LER-PESSOA THRU 3100-EXIT.
           PERFORM 3200-TRATAR-PESSOA THRU 3200-EXIT
               UNTIL WS-FIM-ARQUIVO
                  OR WS-ERRO-JORNAL.
           CLOSE PERSON-FILE.
       3000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3050-ABRIR-JORNAL - ABRE O JORNAL DE ALTERACOES EM MODO *
      * DE EXTENSAO (CRIANDO-O NA PRIMEIRA VEZ). SEM JORNAL A   *
      * EFETIVACAO E ABORTADA ANTES DE MEXER NO CADASTRO.       *
      *--------------------------------------------------------*
       3050-ABRIR-JORNAL.
           OPEN EXTEND JRN-FILE.
           IF NOT FS-JRN-OK
               CLOSE JRN-FILE
               OPEN OUTPUT JRN-FILE
           END-IF.
           IF FS-JRN-OK
               SET WS-JRN-ABERTO TO TRUE
           ELSE
               DISPLAY "*** NAO FOI POSSIVEL ABRIR JRN-FILE "
                       "- STATUS " FS-JRN-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3050-EXIT.
           EXIT.

       3100-LER-PESSOA.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3200-TRATAR-PESSOA - CONTA O ATIVO NO EFETIVO ANTES DO  *
      * SEU CODIGO E APLICA A PRIMEIRA LINHA DO MAPA QUE O      *
      * ATENDE. A IDADE PARA O FILTRO E A CORRENTE (DATA DE     *
      * NASCIMENTO, OU A GRAVADA QUANDO NAO HA DATA); O CAMPO   *
      * IDADE DO REGISTRO NAO E ALTERADO.                       *
      *--------------------------------------------------------*
       3200-TRATAR-PESSOA.
           IF SITUACAO = "I" OR SITUACAO = "F"
               MOVE "N" TO WS-ATIVO-SW
           ELSE
               SET WS-ATIVO TO TRUE
           END-IF.
           IF DEPARTAMENTO = SPACES
               MOVE "----" TO WS-DEPTO-PESSOA
           ELSE
               MOVE DEPARTAMENTO TO WS-DEPTO-PESSOA
           END-IF.
           MOVE WS-DEPTO-PESSOA TO WS-CODIGO-BUSCA.
           PERFORM 7000-LOCALIZAR-CODIGO THRU 7000-EXIT.
           IF WS-CX > ZERO AND WS-ATIVO
               ADD 1 TO WS-QDR-ANTES (WS-CX)
           END-IF.
           MOVE IDADE TO WS-IDADE-GRAVADA.
           PERFORM 3500-CALCULAR-IDADE THRU 3500-EXIT.
           MOVE IDADE TO WS-IDADE-PESSOA.
           MOVE WS-IDADE-GRAVADA TO IDADE.
           MOVE "N" TO WS-ACHOU-SW.
           PERFORM 3300-COMPARAR-LINHA THRU 3300-EXIT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-QTD-MAPA
                  OR WS-ACHOU.
           IF WS-ACHOU
               SUBTRACT 1 FROM WS-MX
               PERFORM 3400-MOVER-PESSOA THRU 3400-EXIT
           END-IF.
           PERFORM 3100-LER-PESSOA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3300-COMPARAR-LINHA - A LINHA WS-MX ATENDE A PESSOA     *
      * QUANDO TEM EFEITO HOJE, O CODIGO ANTIGO E O DELA E OS   *
      * FILTROS INFORMADOS BATEM (SITUACAO A = ATIVO; FAIXA DE  *
      * IDADE SO COM IDADE VALIDA).                             *
      *--------------------------------------------------------*
       3300-COMPARAR-LINHA.
           IF WS-MPT-ESTADO (WS-MX) = "H"
              AND WS-MPT-ANTIGO (WS-MX) = WS-DEPTO-PESSOA
               SET WS-ACHOU TO TRUE
               IF WS-MPT-SITUACAO (WS-MX) = "A" AND NOT WS-ATIVO
                   MOVE "N" TO WS-ACHOU-SW
               END-IF
               IF (WS-MPT-SITUACAO (WS-MX) = "I"
                   OR WS-MPT-SITUACAO (WS-MX) = "F")
                  AND WS-MPT-SITUACAO (WS-MX) NOT = SITUACAO
                   MOVE "N" TO WS-ACHOU-SW
               END-IF
               IF WS-MPT-FAIXA (WS-MX) = "S"
                   IF WS-IDADE-PESSOA = ZERO
                      OR WS-IDADE-PESSOA > WS-PARM-TETO-IDADE
                      OR WS-IDADE-PESSOA < WS-MPT-IDADE-MIN (WS-MX)
                      OR WS-IDADE-PESSOA > WS-MPT-IDADE-MAX (WS-MX)
                       MOVE "N" TO WS-ACHOU-SW
                   END-IF
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3400-MOVER-PESSOA - CONTA A MUDANCA NO QUADRO E, NA     *
      * EFETIVACAO, REGRAVA O REGISTRO COM O CODIGO NOVO E      *
      * GRAVA A ALTERACAO (A) NO JORNAL. ERRO DE REGRAVACAO E   *
      * LISTADO E DA CODIGO 8.                                  *
      *--------------------------------------------------------*
       3400-MOVER-PESSOA.
           ADD 1 TO WS-MPT-MOVIDOS (WS-MX).
           ADD 1 TO WS-TOTAL-MOVIDOS.
           IF WS-ATIVO
               IF WS-CX > ZERO
                   ADD 1 TO WS-QDR-SAIDAS (WS-CX)
               END-IF
               MOVE WS-MPT-NOVO (WS-MX) TO WS-CODIGO-BUSCA
               PERFORM 7000-LOCALIZAR-CODIGO THRU 7000-EXIT
               IF WS-CX > ZERO
                   ADD 1 TO WS-QDR-ENTRADAS (WS-CX)
               END-IF
           END-IF.
           IF WS-MODO-EFETIVACAO
               MOVE PERSON-REC TO WS-IMAGEM-ANTES
               MOVE WS-MPT-NOVO (WS-MX) TO DEPARTAMENTO
               REWRITE PERSON-REC
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-ERROS-GRAVACAO
                       MOVE 8 TO WS-COD-RETORNO
                       MOVE SPACES TO PRINT-REC
                       STRING PERSON-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NOME DELIMITED BY SIZE
                              " *** ERRO AO REGRAVAR - STATUS "
                                  DELIMITED BY SIZE
                              FS-PERSON-FILE DELIMITED BY SIZE
                              " ***" DELIMITED BY SIZE
                           INTO PRINT-REC
                       PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
                   NOT INVALID KEY
                       MOVE PERSON-REC TO WS-IMAGEM-DEPOIS
                       PERFORM 8800-GRAVAR-JORNAL THRU 8800-EXIT
               END-REWRITE
           END-IF.
       3400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3500-CALCULAR-IDADE - QUANDO O REGISTRO TRAZ A DATA DE  *
      * NASCIMENTO (SAAMMDD), DERIVA A IDADE CORRENTE DA DATA   *
      * DA EXECUCAO (MESMO CRITERIO DE SHOW-NAME-AND-AGE).      *
      * REGISTRO SEM DATA MANTEM A IDADE GRAVADA (TRANSICAO).   *
      * DATA IMPLAUSIVEL FORCA IDADE 999, QUE NAO ATENDE FILTRO *
      * DE IDADE.                                               *
      *--------------------------------------------------------*
       3500-CALCULAR-IDADE.
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
       3500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-PROVAR-REORGANIZACAO - EFETIVACAO: RELE O PERSONDB *
      * JA ATUALIZADO, APURA O EFETIVO REAL DE CADA CODIGO DO   *
      * QUADRO E LISTA QUEM (EM QUALQUER SITUACAO) AINDA ESTA   *
      * EM CODIGO RETIRADO. PESSOA RESTANTE OU CODIGO CUJO      *
      * EFETIVO NAO FECHA COM O PREVISTO DA CODIGO 8.           *
      *--------------------------------------------------------*
       4000-PROVAR-REORGANIZACAO.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO PRINT-REC.
           MOVE "PROVA POS-REORGANIZACAO - PESSOAS EM CODIGO RETIRADO"
               TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO-SW.
           PERFORM 4100-LER-PROVA THRU 4100-EXIT.
           PERFORM 4200-CONFERIR-PESSOA THRU 4200-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE PERSON-FILE.
           IF WS-TOTAL-RESTANTES = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUMA PESSOA FICOU EM CODIGO RETIRADO"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               MOVE 8 TO WS-COD-RETORNO
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROVA.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CONFERIR-PESSOA.
           IF DEPARTAMENTO = SPACES
               MOVE "----" TO WS-CODIGO-BUSCA
           ELSE
               MOVE DEPARTAMENTO TO WS-CODIGO-BUSCA
           END-IF.
           PERFORM 7000-LOCALIZAR-CODIGO THRU 7000-EXIT.
           IF WS-CX > ZERO
               IF SITUACAO NOT = "I" AND SITUACAO NOT = "F"
                   ADD 1 TO WS-QDR-APURADO (WS-CX)
               END-IF
               IF WS-QDR-PAPEL (WS-CX) = "R"
                   ADD 1 TO WS-QDR-RESTANTES (WS-CX)
                   ADD 1 TO WS-TOTAL-RESTANTES
                   MOVE SPACES TO PRINT-REC
                   STRING PERSON-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NOME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CODIGO-BUSCA DELIMITED BY SIZE
                          " SITUACAO " DELIMITED BY SIZE
                          SITUACAO DELIMITED BY SIZE
                          "  *** AINDA NO CODIGO RETIRADO ***"
                              DELIMITED BY SIZE
                       INTO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               END-IF
           END-IF.
           PERFORM 4100-LER-PROVA THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-IMPRIMIR-MAPA - LISTA AS LINHAS DO MAPA COM O      *
      * ESTADO, O MOTIVO DO ERRO E AS PESSOAS MOVIDAS (OU A     *
      * MOVER, NA SIMULACAO); MAPA COM ERRO SAI COMO RECUSADO.  *
      *--------------------------------------------------------*
       5000-IMPRIMIR-MAPA.
           MOVE SPACES TO PRINT-REC.
           MOVE "LINHAS DO MAPA DE REORGANIZACAO" TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ANTIGO NOVO EFEITO   SIT IDADE   ESTADO   "
                      DELIMITED BY SIZE
                  "PESSOAS MOTIVO" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-QTD-MAPA = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "MAPA VAZIO" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               PERFORM 5100-IMPRIMIR-LINHA-MAPA THRU 5100-EXIT
                   VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-QTD-MAPA
           END-IF.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           EVALUATE TRUE
               WHEN WS-TOTAL-MAPA-EXCESSO > ZERO
                   STRING "*** MAPA RECUSADO - MAIS DE 100 LINHAS "
                              DELIMITED BY SIZE
                          "- NENHUMA ALTERACAO FEITA ***"
                              DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN WS-TOTAL-MAPA-ERROS > ZERO
                   STRING "*** MAPA RECUSADO - LINHA COM ERRO "
                              DELIMITED BY SIZE
                          "- NENHUMA ALTERACAO FEITA ***"
                              DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN WS-TOTAL-MAPA-HOJE = ZERO
                   STRING "NENHUMA LINHA DO MAPA COM EFEITO "
                              DELIMITED BY SIZE
                          "NA DATA DO CICLO" DELIMITED BY SIZE
                       INTO PRINT-REC
               WHEN OTHER
                   MOVE "MAPA ACEITO" TO PRINT-REC
           END-EVALUATE.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-LINHA-MAPA.
           MOVE SPACES TO WS-FAIXA-FMT.
           IF WS-MPT-FAIXA (WS-MX) = "S"
               STRING WS-MPT-IDADE-MIN (WS-MX) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-MPT-IDADE-MAX (WS-MX) DELIMITED BY SIZE
                   INTO WS-FAIXA-FMT
           END-IF.
           EVALUATE WS-MPT-ESTADO (WS-MX)
               WHEN "H"
                   MOVE "HOJE" TO WS-ESTADO-FMT
               WHEN "F"
                   MOVE "FUTURA" TO WS-ESTADO-FMT
               WHEN "V"
                   MOVE "VENCIDA" TO WS-ESTADO-FMT
               WHEN OTHER
                   MOVE "INVALIDA" TO WS-ESTADO-FMT
           END-EVALUATE.
           MOVE SPACES TO PRINT-REC.
           STRING WS-MPT-ANTIGO (WS-MX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-MPT-NOVO (WS-MX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MPT-DATA (WS-MX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MPT-SITUACAO (WS-MX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FAIXA-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ESTADO-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MPT-MOVIDOS (WS-MX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-MPT-MOTIVO (WS-MX) DELIMITED BY SIZE
               INTO PRINT-REC.
           IF WS-MPT-ESTADO (WS-MX) = "V"
              AND WS-MPT-MOTIVO (WS-MX) = SPACES
               MOVE "EFEITO VENCIDO - NAO APLICADA"
                   TO PRINT-REC (51:35)
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       5100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6000-IMPRIMIR-QUADRO - EFETIVO ATIVO ANTES E DEPOIS POR *
      * CODIGO ANTIGO E NOVO (PREVISTO NA SIMULACAO); NA        *
      * EFETIVACAO, TAMBEM O APURADO NA RELEITURA E A PROVA.    *
      *--------------------------------------------------------*
       6000-IMPRIMIR-QUADRO.
           PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
           MOVE SPACES TO PRINT-REC.
           MOVE "QUADRO DE EFETIVO ATIVO POR CODIGO DO MAPA"
               TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           IF WS-MODO-EFETIVACAO
               STRING "DEPT PAPEL     ANTES SAIDAS ENTRAD DEPOIS"
                          DELIMITED BY SIZE
                      " APURAD REST." DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               MOVE "DEPT PAPEL     ANTES SAIDAS ENTRAD DEPOIS"
                   TO PRINT-REC
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           PERFORM 6100-IMPRIMIR-CODIGO THRU 6100-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-QTD-CODIGOS.
       6000-EXIT.
           EXIT.

       6100-IMPRIMIR-CODIGO.
           COMPUTE WS-QDR-DEPOIS (WS-CX) = WS-QDR-ANTES (WS-CX)
               - WS-QDR-SAIDAS (WS-CX) + WS-QDR-ENTRADAS (WS-CX).
           EVALUATE WS-QDR-PAPEL (WS-CX)
               WHEN "R"
                   MOVE "RETIRADO" TO WS-PAPEL-FMT
               WHEN "P"
                   MOVE "PARCIAL" TO WS-PAPEL-FMT
               WHEN OTHER
                   MOVE "DESTINO" TO WS-PAPEL-FMT
           END-EVALUATE.
           MOVE SPACES TO PRINT-REC.
           STRING WS-QDR-CODIGO (WS-CX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAPEL-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QDR-ANTES (WS-CX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QDR-SAIDAS (WS-CX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QDR-ENTRADAS (WS-CX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QDR-DEPOIS (WS-CX) DELIMITED BY SIZE
               INTO PRINT-REC.
           IF WS-MODO-EFETIVACAO
               MOVE WS-QDR-APURADO (WS-CX) TO PRINT-REC (44:5)
               MOVE WS-QDR-RESTANTES (WS-CX) TO PRINT-REC (51:5)
               IF WS-QDR-APURADO (WS-CX) NOT = WS-QDR-DEPOIS (WS-CX)
                  OR WS-QDR-RESTANTES (WS-CX) > ZERO
                   ADD 1 TO WS-TOTAL-NAO-FECHAM
                   MOVE 8 TO WS-COD-RETORNO
                   MOVE "*** NAO FECHA ***" TO PRINT-REC (58:17)
               END-IF
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       6100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 7000-LOCALIZAR-CODIGO - DEVOLVE EM WS-CX A LINHA DO     *
      * QUADRO DO CODIGO WS-CODIGO-BUSCA, OU ZERO QUANDO O      *
      * CODIGO NAO ESTA NO MAPA.                                *
      *--------------------------------------------------------*
       7000-LOCALIZAR-CODIGO.
           MOVE "N" TO WS-ACHOU-SW.
           PERFORM 7010-COMPARAR-CODIGO THRU 7010-EXIT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-QTD-CODIGOS
                  OR WS-ACHOU.
           IF WS-ACHOU
               SUBTRACT 1 FROM WS-CX
           ELSE
               MOVE ZERO TO WS-CX
           END-IF.
           MOVE "N" TO WS-ACHOU-SW.
       7000-EXIT.
           EXIT.

       7010-COMPARAR-CODIGO.
           IF WS-QDR-CODIGO (WS-CX) = WS-CODIGO-BUSCA
               SET WS-ACHOU TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS DA RODADA NO     *
      * RELATORIO (LINHAS DO MAPA LIDAS = HOJE + FUTURAS +      *
      * VENCIDAS + DATA INVALIDA + EXCESSO).                    *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS DO MAPA LIDAS...........: " DELIMITED BY SIZE
                  WS-TOTAL-MAPA-LIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "COM EFEITO NA DATA DO CICLO....: " DELIMITED BY SIZE
                  WS-TOTAL-MAPA-HOJE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "FUTURAS........................: " DELIMITED BY SIZE
                  WS-TOTAL-MAPA-FUTURAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "VENCIDAS (NAO APLICADAS).......: " DELIMITED BY SIZE
                  WS-TOTAL-MAPA-VENCIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS COM ERRO................: " DELIMITED BY SIZE
                  WS-TOTAL-MAPA-ERROS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "LINHAS ALEM DO LIMITE DE 100...: " DELIMITED BY SIZE
                  WS-TOTAL-MAPA-EXCESSO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS LIDOS NO CADASTRO....: " DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-MODO-EFETIVACAO
               STRING "PESSOAS MOVIDAS................: "
                          DELIMITED BY SIZE
                      WS-TOTAL-MOVIDOS DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "PESSOAS A MOVER (SIMULACAO)....: "
                          DELIMITED BY SIZE
                      WS-TOTAL-MOVIDOS DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           WRITE PRINT-REC.
           IF WS-MODO-EFETIVACAO
               MOVE SPACES TO PRINT-REC
               STRING "ERROS DE REGRAVACAO............: "
                          DELIMITED BY SIZE
                      WS-TOTAL-ERROS-GRAVACAO DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACES TO PRINT-REC
               STRING "FALHAS DE GRAVACAO NO JORNAL...: "
                          DELIMITED BY SIZE
                      WS-TOTAL-FALHAS-JORNAL DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACES TO PRINT-REC
               STRING "RESTANTES EM CODIGO RETIRADO...: "
                          DELIMITED BY SIZE
                      WS-TOTAL-RESTANTES DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               MOVE SPACES TO PRINT-REC
               STRING "CODIGOS QUE NAO FECHAM.........: "
                          DELIMITED BY SIZE
                      WS-TOTAL-NAO-FECHAM DELIMITED BY SIZE
                   INTO PRINT-REC
               WRITE PRINT-REC
               IF WS-ERRO-JORNAL
                   MOVE SPACES TO PRINT-REC
                   MOVE "*** EFETIVACAO PARADA - ERRO NO JORNAL ***"
                       TO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-IF.
           DISPLAY "REORGANIZACAO DE DEPARTAMENTOS CONCLUIDA - "
                   WS-TOTAL-MAPA-HOJE " LINHA(S) DO MAPA, "
                   WS-TOTAL-MOVIDOS " PESSOA(S)".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DO RELATORIO.                               *
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
      * 8800-GRAVAR-JORNAL - GRAVA NO JORNAL DE ALTERACOES A    *
      * MUDANCA DE DEPARTAMENTO COMO ALTERACAO (A), COM AS      *
      * IMAGENS ANTES E DEPOIS E A DATA/HORA DO RELOGIO, COMO A *
      * CARGA NOTURNA. FALHA NA GRAVACAO E LISTADA, TOTALIZADA  *
      * E LIGA O INDICADOR QUE INTERROMPE A EFETIVACAO.         *
      *--------------------------------------------------------*
       8800-GRAVAR-JORNAL.
           IF WS-JRN-ABERTO
               ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
               ACCEPT WS-HORA-JORNAL FROM TIME
               MOVE SPACES TO JOURNAL-REC
               MOVE "A" TO JRN-OPERACAO
               MOVE PERSON-ID TO JRN-ID
               MOVE "DEPT-REORG" TO JRN-PROGRAMA
               MOVE "*LOTE*" TO JRN-OPERADOR
               MOVE WS-DATA-JORNAL TO JRN-DATA
               MOVE WS-HORA-JORNAL (1:6) TO JRN-HORA
               MOVE WS-IMAGEM-ANTES TO JRN-ANTES
               MOVE WS-IMAGEM-DEPOIS TO JRN-DEPOIS
               WRITE JOURNAL-REC
               IF NOT FS-JRN-OK
                   ADD 1 TO WS-TOTAL-FALHAS-JORNAL
                   SET WS-ERRO-JORNAL TO TRUE
                   MOVE 8 TO WS-COD-RETORNO
                   DISPLAY "*** ERRO AO GRAVAR JRN-FILE "
                           "- STATUS " FS-JRN-FILE " ***"
                   MOVE SPACES TO PRINT-REC
                   STRING PERSON-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          NOME DELIMITED BY SIZE
                          " *** ERRO AO GRAVAR JORNAL - STATUS "
                              DELIMITED BY SIZE
                          FS-JRN-FILE DELIMITED BY SIZE
                          " ***" DELIMITED BY SIZE
                       INTO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               END-IF
           END-IF.
       8800-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9000-FINALIZAR - FECHA OS ARQUIVOS E GRAVA A LINHA DE   *
      * ESTATISTICA DA RODADA.                                  *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE MAPA-FILE.
           CLOSE DEPTO-FILE.
           IF WS-JRN-ABERTO
               CLOSE JRN-FILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9100-GRAVAR-ESTATISTICA - ACRESCENTA A LINHA-RESUMO DA  *
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): REGISTROS *
      * LIDOS, PESSOAS MOVIDAS (ZERO NA SIMULACAO) E LINHAS DO  *
      * MAPA COM ERRO MAIS ERROS DE REGRAVACAO E DE JORNAL.     *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "DEPT-REORG" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-LIDOS TO RUNSTAT-LIDOS
               IF WS-MODO-EFETIVACAO
                   COMPUTE RUNSTAT-ACEITOS = WS-TOTAL-MOVIDOS
                       - WS-TOTAL-ERROS-GRAVACAO
               ELSE
                   MOVE ZERO TO RUNSTAT-ACEITOS
               END-IF
               COMPUTE RUNSTAT-REJEITADOS = WS-TOTAL-MAPA-ERROS
                   + WS-TOTAL-ERROS-GRAVACAO + WS-TOTAL-FALHAS-JORNAL
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
      * RODADA: 0=LIMPA, 4=LINHA DO MAPA VENCIDA, 8=FALHA DE    *
      * ABERTURA, ERRO DE REGRAVACAO, FALHA NO JORNAL OU PROVA  *
      * QUE NAO FECHA, 12=MAPA RECUSADO (NADA GRAVADO), PARA    *
      * USO EM COND NO JCL.                                     *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-TOTAL-MAPA-ERROS > ZERO
              OR WS-TOTAL-MAPA-EXCESSO > ZERO
               MOVE 12 TO WS-COD-RETORNO
           END-IF.
           IF WS-COD-RETORNO < 8
              AND WS-TOTAL-FALHAS-JORNAL > ZERO
               MOVE 8 TO WS-COD-RETORNO
           END-IF.
           IF WS-COD-RETORNO < 4
              AND WS-TOTAL-MAPA-VENCIDAS > ZERO
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE-MILESTONE-FORECAST.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: PREVISAO DE MARCOS DE IDADE: LER O CADASTRO
      *           PERSONDB E LISTAR TODA PESSOA ATIVA QUE VAI
      *           CRUZAR O LIMITE DE MENORIDADE OU O DE IDOSO DO
      *           PARAMFILE NOS PROXIMOS N DIAS A PARTIR DA DATA
      *           DO CICLO (N = JANELA DO PARAMFILE), AGRUPANDO
      *           POR DEPARTAMENTO E POR DATA DO MARCO, E GRAVAR
      *           O ARQUIVO DE AVISOS (AVISOS, COPYBOOK
      *           AVISO-REC) PARA O RH MESCLAR NAS CARTAS - O RH
      *           DEIXA DE SABER DO MARCO SO DEPOIS DO FATO
      *           (AGE-ELIGIBILITY-REPORT SO MOSTRA QUEM JA
      *           CRUZOU). QUEM NAO TEM DATA DE NASCIMENTO VALIDA
      *           VAI PARA A SECAO DE EXCECOES, SEM PREVISAO
      *           PELA IDADE GRAVADA.
      * DATA: 16/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 16/09/2026 AD     VERSAO ORIGINAL - JANELA E LIMITES DO
      *                   PARAMFILE, DATA DO CICLO DO CICLODATA,
      *                   NOME DO DEPARTAMENTO DO CADASTRO DEPTOS,
      *                   ORDENACAO POR DEPARTAMENTO/DATA/ID E
      *                   LINHA DE ESTATISTICA NO RUNSTATS.
      * 15/10/2026 AD     MARCOS E EXCECOES ORDENADOS POR SORT
      *                   (SORTWK) EM VEZ DAS TABELAS EM MEMORIA,
      *                   SEM LIMITE DE QUANTIDADE - NENHUM MARCO
      *                   DEIXA DE SER LISTADO E AVISADO; DATA
      *                   DE NASCIMENTO CRITICADA PELO NUMERO DE
      *                   DIAS DO MES (FEVEREIRO BISSEXTO).
      * 15/10/2026 AD     BALANCEAMENTO AVISOS GRAVADOS =
      *                   MENORIDADE + IDOSOS; DIFERENCA (AVISO
      *                   NAO GRAVADO) DA CODIGO 8.
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

           SELECT AVISO-FILE ASSIGN TO "AVISOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISO-FILE.

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

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PERSON-REC.CPY".

       FD  AVISO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "AVISO-REC.CPY".

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

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

      *    UM REGISTRO POR MARCO (GRUPO 1) OU EXCECAO (GRUPO 2).
      *    NA EXCECAO O DEPARTAMENTO E A DATA DA CHAVE FICAM EM
      *    BRANCO/ZERO, PARA ELAS SAIREM NA ORDEM DO CADASTRO.
       SD  SORT-FILE
           RECORD CONTAINS 88 CHARACTERS.
       01  SORT-REC.
           05  SORT-GRUPO                  PIC X(01).
           05  SORT-DEPTO                  PIC X(04).
           05  SORT-DATA                   PIC 9(08).
           05  SORT-PERSON-ID              PIC 9(06).
           05  SORT-TIPO                   PIC X(01).
           05  SORT-IDADE-MARCO            PIC 9(03).
           05  SORT-NOME                   PIC X(20).
           05  SORT-DATA-NASC              PIC 9(08).
           05  SORT-EXC-DEPTO              PIC X(04).
           05  SORT-EXC-IDADE              PIC X(03).
           05  SORT-EXC-MOTIVO             PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-PERSON-FILE                   PIC X(02).
           88  FS-PERSON-OK                 VALUE "00".

       01  FS-AVISO-FILE                    PIC X(02).
           88  FS-AVISO-OK                  VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-PARAM-FILE                    PIC X(02).
           88  FS-PARAM-OK                  VALUE "00".

       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".

       77  WS-LIMITE-MENOR                  PIC 9(03)   VALUE 18.
       77  WS-LIMITE-IDOSO                  PIC 9(03)   VALUE 65.
       77  WS-DIAS-PREVISAO                 PIC 9(03)   VALUE 30.
       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

       77  WS-TOTAL-LIDOS                   PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-INATIVOS                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-MENORIDADE              PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-IDOSOS                  PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-EXCECOES                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-AVISOS                  PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-CONFERIDO               PIC 9(05)   VALUE ZERO.
       77  WS-DIFERENCA-AVISOS              PIC 9(05)   VALUE ZERO.

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.

       77  WS-DEPTOS-ABERTO-SW              PIC X(01)   VALUE "N".
           88  WS-DEPTOS-ABERTO             VALUE "S".
       77  WS-NOME-DEPTO                    PIC X(30).

      *    REGISTRO CORRENTE DEVOLVIDO PELO SORT, JA NA ORDEM
      *    DEPARTAMENTO + DATA DO MARCO + PERSON-ID, COM AS
      *    EXCECOES (GRUPO 2) NO FIM.
       77  WS-FIM-ORDENADO-SW               PIC X(01)   VALUE "N".
           88  WS-FIM-ORDENADO              VALUE "S".
       01  WS-MARCO-REG.
           05  WS-MAR-GRUPO                 PIC X(01).
               88  WS-MAR-E-MARCO           VALUE "1".
               88  WS-MAR-E-EXCECAO         VALUE "2".
           05  WS-MAR-DEPTO                 PIC X(04).
           05  WS-MAR-DATA                  PIC 9(08).
           05  WS-MAR-PERSON-ID             PIC 9(06).
           05  WS-MAR-TIPO                  PIC X(01).
           05  WS-MAR-IDADE-MARCO           PIC 9(03).
           05  WS-MAR-NOME                  PIC X(20).
           05  WS-MAR-DATA-NASC             PIC 9(08).
           05  WS-MAR-EXC-DEPTO             PIC X(04).
           05  WS-MAR-EXC-IDADE             PIC X(03).
           05  WS-MAR-EXC-MOTIVO            PIC X(30).

       77  WS-DEPTO-ANTERIOR                PIC X(04).
       77  WS-DATA-ANTERIOR                 PIC 9(08).
       77  WS-QTD-NO-DEPTO                  PIC 9(05).
       77  WS-MOTIVO-EXCECAO                PIC X(30).
       77  WS-DEPTO-PESSOA                  PIC X(04).

       01  WS-DATA-NASC                     PIC 9(07).
       01  WS-DATA-NASC-R REDEFINES WS-DATA-NASC.
           05  WS-NASC-SECULO               PIC 9(01).
           05  WS-NASC-AA                   PIC 9(02).
           05  WS-NASC-MES                  PIC 9(02).
           05  WS-NASC-DIA                  PIC 9(02).
       77  WS-ANO-NASC                      PIC 9(04).
       77  WS-NASC-AAAAMMDD                 PIC 9(08).

      *    DATA DO MARCO (ANIVERSARIO DO LIMITE) E DATA FINAL DA
      *    JANELA, AMBAS EM AAAAMMDD.
       01  WS-DATA-MARCO                    PIC 9(08).
       01  WS-DATA-MARCO-R REDEFINES WS-DATA-MARCO.
           05  WS-MARCO-ANO                 PIC 9(04).
           05  WS-MARCO-MES                 PIC 9(02).
           05  WS-MARCO-DIA                 PIC 9(02).
       01  WS-DATA-LIMITE                   PIC 9(08).
       01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           05  WS-LIMITE-ANO                PIC 9(04).
           05  WS-LIMITE-MES                PIC 9(02).
           05  WS-LIMITE-DIA                PIC 9(02).
       77  WS-IDADE-MARCO                   PIC 9(03).
       77  WS-TIPO-MARCO                    PIC X(01).
       77  WS-ULTIMO-DIA-MES                PIC 9(02).

      *    NUMERO DE DIAS DE CADA MES (FEVEREIRO COMUM; O 29 E
      *    ACEITO SO EM ANO BISSEXTO).
       01  WS-TABELA-DIAS-MES               PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-TABELA-DIAS-MES-R REDEFINES WS-TABELA-DIAS-MES.
           05  WS-DIAS-NO-MES               PIC 9(02) OCCURS 12 TIMES.
       77  WS-ANO-TESTE                     PIC 9(04).
       77  WS-BISSEXTO-SW                   PIC X(01).
           88  WS-BISSEXTO                  VALUE "S".
       77  WS-QUOC                          PIC 9(05)   COMP.
       77  WS-RESTO                         PIC 9(05)   COMP.

       77  WS-DATA-FMT                      PIC X(10).
       77  WS-DATA-LIMITE-FMT               PIC X(10).
       77  WS-DATA-AAAAMMDD                 PIC 9(08).

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-GRUPO
               ON ASCENDING KEY SORT-DEPTO
               ON ASCENDING KEY SORT-DATA
               ON ASCENDING KEY SORT-PERSON-ID
               INPUT PROCEDURE IS 2000-VARRER-CADASTRO
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-IMPRIMIR-PREVISAO
                   THRU 4000-EXIT.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO, OS LIMITES E  *
      * A JANELA DO ARQUIVO DE PARAMETROS, CALCULA A DATA FINAL *
      * DA JANELA E ABRE OS ARQUIVOS.                           *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-EXEC FROM TIME.
           PERFORM 1050-LER-DATA-CICLO THRU 1050-EXIT.
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
           MOVE WS-DATA-EXEC TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE WS-DATA-FMT TO WS-DATA-EXEC-FMT.
           MOVE WS-DATA-EXEC TO WS-DATA-LIMITE.
           PERFORM 1400-SOMAR-DIA THRU 1400-EXIT
               WS-DIAS-PREVISAO TIMES.
           MOVE WS-DATA-LIMITE TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE WS-DATA-FMT TO WS-DATA-LIMITE-FMT.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AVISO-FILE.
           IF NOT FS-AVISO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR AVISO-FILE "
                       "- STATUS " FS-AVISO-FILE " ***"
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
                       "- QUEBRA POR DEPARTAMENTO SO COM O CODIGO"
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
           IF PARAM-LIMITE-MENOR IS NUMERIC
              AND PARAM-LIMITE-MENOR NOT = ZEROS
               MOVE PARAM-LIMITE-MENOR TO WS-LIMITE-MENOR
           END-IF.
           IF PARAM-LIMITE-IDOSO IS NUMERIC
              AND PARAM-LIMITE-IDOSO NOT = ZEROS
               MOVE PARAM-LIMITE-IDOSO TO WS-LIMITE-IDOSO
           END-IF.
           IF PARAM-DIAS-PREVISAO IS NUMERIC
              AND PARAM-DIAS-PREVISAO NOT = ZEROS
               MOVE PARAM-DIAS-PREVISAO TO WS-DIAS-PREVISAO
               IF WS-DIAS-PREVISAO > 366
                   MOVE 366 TO WS-DIAS-PREVISAO
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1400-SOMAR-DIA - SOMA UM DIA CORRIDO A DATA FINAL DA    *
      * JANELA, TRATANDO FIM DE MES, FIM DE ANO E ANO BISSEXTO  *
      * (MESMO CALENDARIO DE CYCLE-ADVANCE).                    *
      *--------------------------------------------------------*
       1400-SOMAR-DIA.
           MOVE WS-LIMITE-ANO TO WS-ANO-TESTE.
           PERFORM 8400-TESTAR-BISSEXTO THRU 8400-EXIT.
           EVALUATE WS-LIMITE-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA-MES
               WHEN 02
                   IF WS-BISSEXTO
                       MOVE 29 TO WS-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ULTIMO-DIA-MES
           END-EVALUATE.
           IF WS-LIMITE-DIA < WS-ULTIMO-DIA-MES
               ADD 1 TO WS-LIMITE-DIA
           ELSE
               MOVE 1 TO WS-LIMITE-DIA
               IF WS-LIMITE-MES < 12
                   ADD 1 TO WS-LIMITE-MES
               ELSE
                   MOVE 1 TO WS-LIMITE-MES
                   ADD 1 TO WS-LIMITE-ANO
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-VARRER-CADASTRO - PROCEDIMENTO DE ENTRADA DO SORT: *
      * LE O CADASTRO INTEIRO NA ORDEM DA CHAVE; INATIVO E      *
      * FALECIDO FICAM DE FORA, ATIVO SEM DATA DE NASCIMENTO    *
      * VALIDA VAI PARA AS EXCECOES E OS DEMAIS TEM OS DOIS     *
      * MARCOS TESTADOS CONTRA A JANELA.                        *
      *--------------------------------------------------------*
       2000-VARRER-CADASTRO.
           PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
           PERFORM 2200-AVALIAR-PESSOA THRU 2200-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE PERSON-FILE.
       2000-EXIT.
           EXIT.

       2100-LER-REGISTRO.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       2100-EXIT.
           EXIT.

       2200-AVALIAR-PESSOA.
           IF DEPARTAMENTO = SPACES OR DEPARTAMENTO = LOW-VALUES
               MOVE "----" TO WS-DEPTO-PESSOA
           ELSE
               MOVE DEPARTAMENTO TO WS-DEPTO-PESSOA
           END-IF.
           IF SITUACAO = "I" OR SITUACAO = "F"
               ADD 1 TO WS-TOTAL-INATIVOS
           ELSE
               PERFORM 2300-CRITICAR-NASCIMENTO THRU 2300-EXIT
               IF WS-MOTIVO-EXCECAO = SPACES
                   MOVE "M" TO WS-TIPO-MARCO
                   MOVE WS-LIMITE-MENOR TO WS-IDADE-MARCO
                   PERFORM 2400-TESTAR-MARCO THRU 2400-EXIT
                   MOVE "I" TO WS-TIPO-MARCO
                   MOVE WS-LIMITE-IDOSO TO WS-IDADE-MARCO
                   PERFORM 2400-TESTAR-MARCO THRU 2400-EXIT
               ELSE
                   PERFORM 2600-GUARDAR-EXCECAO THRU 2600-EXIT
               END-IF
           END-IF.
           PERFORM 2100-LER-REGISTRO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2300-CRITICAR-NASCIMENTO - A PREVISAO SO USA A DATA DE  *
      * NASCIMENTO (SAAMMDD): AUSENTE, COM MES INVALIDO, DIA    *
      * FORA DO MES (29/02 SO EM ANO BISSEXTO) OU POSTERIOR A   *
      * DATA DO CICLO DEVOLVE O MOTIVO DA EXCECAO, SEM CAIR NA  *
      * IDADE GRAVADA.                                          *
      *--------------------------------------------------------*
       2300-CRITICAR-NASCIMENTO.
           MOVE SPACES TO WS-MOTIVO-EXCECAO.
           IF DATA-NASCIMENTO IS NOT NUMERIC
              OR DATA-NASCIMENTO = ZERO
               MOVE "SEM DATA DE NASCIMENTO" TO WS-MOTIVO-EXCECAO
           ELSE
               MOVE DATA-NASCIMENTO TO WS-DATA-NASC
               COMPUTE WS-ANO-NASC = 1900
                   + (WS-NASC-SECULO * 100) + WS-NASC-AA
               MOVE 99 TO WS-ULTIMO-DIA-MES
               IF WS-NASC-MES NOT < 1 AND WS-NASC-MES NOT > 12
                   MOVE WS-DIAS-NO-MES (WS-NASC-MES)
                       TO WS-ULTIMO-DIA-MES
                   IF WS-NASC-MES = 02
                       MOVE WS-ANO-NASC TO WS-ANO-TESTE
                       PERFORM 8400-TESTAR-BISSEXTO THRU 8400-EXIT
                       IF WS-BISSEXTO
                           MOVE 29 TO WS-ULTIMO-DIA-MES
                       END-IF
                   END-IF
               END-IF
               IF WS-ULTIMO-DIA-MES = 99
                  OR WS-NASC-DIA < 1
                  OR WS-NASC-DIA > WS-ULTIMO-DIA-MES
                   MOVE "DATA DE NASCIMENTO INVALIDA"
                       TO WS-MOTIVO-EXCECAO
               ELSE
                   COMPUTE WS-NASC-AAAAMMDD = (WS-ANO-NASC * 10000)
                       + (WS-NASC-MES * 100) + WS-NASC-DIA
                   IF WS-NASC-AAAAMMDD > WS-DATA-EXEC
                       MOVE "DATA DE NASCIMENTO FUTURA"
                           TO WS-MOTIVO-EXCECAO
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2400-TESTAR-MARCO - MONTA A DATA EM QUE A PESSOA        *
      * COMPLETA A IDADE DO MARCO (NASCIDO EM 29/02 COMPLETA EM *
      * 01/03 NOS ANOS NAO BISSEXTOS) E GUARDA O MARCO QUANDO   *
      * ELE CAI DEPOIS DA DATA DO CICLO E ATE O FIM DA JANELA.  *
      *--------------------------------------------------------*
       2400-TESTAR-MARCO.
           COMPUTE WS-MARCO-ANO = WS-ANO-NASC + WS-IDADE-MARCO.
           MOVE WS-NASC-MES TO WS-MARCO-MES.
           MOVE WS-NASC-DIA TO WS-MARCO-DIA.
           IF WS-MARCO-MES = 02 AND WS-MARCO-DIA = 29
               MOVE WS-MARCO-ANO TO WS-ANO-TESTE
               PERFORM 8400-TESTAR-BISSEXTO THRU 8400-EXIT
               IF NOT WS-BISSEXTO
                   MOVE 03 TO WS-MARCO-MES
                   MOVE 01 TO WS-MARCO-DIA
               END-IF
           END-IF.
           IF WS-DATA-MARCO > WS-DATA-EXEC
              AND WS-DATA-MARCO NOT > WS-DATA-LIMITE
               PERFORM 2500-GUARDAR-MARCO THRU 2500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2500-GUARDAR-MARCO.
           MOVE SPACES TO SORT-REC.
           MOVE "1" TO SORT-GRUPO.
           MOVE WS-DEPTO-PESSOA TO SORT-DEPTO.
           MOVE WS-DATA-MARCO TO SORT-DATA.
           MOVE PERSON-ID TO SORT-PERSON-ID.
           MOVE WS-TIPO-MARCO TO SORT-TIPO.
           MOVE WS-IDADE-MARCO TO SORT-IDADE-MARCO.
           MOVE NOME TO SORT-NOME.
           MOVE WS-NASC-AAAAMMDD TO SORT-DATA-NASC.
           RELEASE SORT-REC.
           IF WS-TIPO-MARCO = "M"
               ADD 1 TO WS-TOTAL-MENORIDADE
           ELSE
               ADD 1 TO WS-TOTAL-IDOSOS
           END-IF.
       2500-EXIT.
           EXIT.

       2600-GUARDAR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE SPACES TO SORT-REC.
           MOVE "2" TO SORT-GRUPO.
           MOVE ZERO TO SORT-DATA.
           MOVE PERSON-ID TO SORT-PERSON-ID.
           MOVE ZERO TO SORT-IDADE-MARCO.
           MOVE NOME TO SORT-NOME.
           MOVE ZERO TO SORT-DATA-NASC.
           MOVE WS-DEPTO-PESSOA TO SORT-EXC-DEPTO.
           MOVE IDADE TO SORT-EXC-IDADE.
           MOVE WS-MOTIVO-EXCECAO TO SORT-EXC-MOTIVO.
           RELEASE SORT-REC.
       2600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-IMPRIMIR-PREVISAO - PROCEDIMENTO DE SAIDA DO       *
      * SORT: IMPRIME OS MARCOS COM QUEBRA POR DEPARTAMENTO E,  *
      * DENTRO DELE, POR DATA DO MARCO, GRAVA UM AVISO POR      *
      * PESSOA E MARCO NA MESMA ORDEM E, POR ULTIMO, LISTA AS   *
      * EXCECOES.                                               *
      *--------------------------------------------------------*
       4000-IMPRIMIR-PREVISAO.
           PERFORM 4050-RETORNAR-MARCO THRU 4050-EXIT.
           IF NOT WS-MAR-E-MARCO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUM MARCO DE IDADE NA JANELA DA PREVISAO"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR
               MOVE ZERO TO WS-DATA-ANTERIOR
               MOVE ZERO TO WS-QTD-NO-DEPTO
               PERFORM 4100-IMPRIMIR-MARCO THRU 4100-EXIT
                   UNTIL NOT WS-MAR-E-MARCO
               PERFORM 4400-TOTAL-DEPTO THRU 4400-EXIT
           END-IF.
           CLOSE AVISO-FILE.
           PERFORM 5000-IMPRIMIR-EXCECOES THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

      *    NO FIM DO SORT O REGISTRO CORRENTE FICA COM HIGH-VALUES,
      *    QUE NAO E MARCO NEM EXCECAO.
       4050-RETORNAR-MARCO.
           RETURN SORT-FILE
               AT END
                   SET WS-FIM-ORDENADO TO TRUE
                   MOVE HIGH-VALUES TO WS-MARCO-REG
               NOT AT END
                   MOVE SORT-REC TO WS-MARCO-REG
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-IMPRIMIR-MARCO.
           IF WS-MAR-DEPTO NOT = WS-DEPTO-ANTERIOR
               IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
                   PERFORM 4400-TOTAL-DEPTO THRU 4400-EXIT
               END-IF
               PERFORM 4200-QUEBRA-DEPTO THRU 4200-EXIT
           END-IF.
           IF WS-MAR-DATA NOT = WS-DATA-ANTERIOR
               MOVE WS-MAR-DATA TO WS-DATA-ANTERIOR
               MOVE WS-MAR-DATA TO WS-DATA-AAAAMMDD
               PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT
               MOVE SPACES TO PRINT-REC
               STRING "  EM " DELIMITED BY SIZE
                      WS-DATA-FMT DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           MOVE WS-MAR-DATA-NASC TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE SPACES TO PRINT-REC.
           IF WS-MAR-TIPO = "M"
               STRING "      " DELIMITED BY SIZE
                      WS-MAR-PERSON-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MAR-NOME DELIMITED BY SIZE
                      "  NASC " DELIMITED BY SIZE
                      WS-DATA-FMT DELIMITED BY SIZE
                      "  COMPLETA " DELIMITED BY SIZE
                      WS-MAR-IDADE-MARCO DELIMITED BY SIZE
                      " ANOS - DEIXA A MENORIDADE" DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "      " DELIMITED BY SIZE
                      WS-MAR-PERSON-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MAR-NOME DELIMITED BY SIZE
                      "  NASC " DELIMITED BY SIZE
                      WS-DATA-FMT DELIMITED BY SIZE
                      "  COMPLETA " DELIMITED BY SIZE
                      WS-MAR-IDADE-MARCO DELIMITED BY SIZE
                      " ANOS - PASSA A FAIXA DE IDOSO"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           ADD 1 TO WS-QTD-NO-DEPTO.
           PERFORM 4500-GRAVAR-AVISO THRU 4500-EXIT.
           PERFORM 4050-RETORNAR-MARCO THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

       4200-QUEBRA-DEPTO.
           MOVE WS-MAR-DEPTO TO WS-DEPTO-ANTERIOR.
           MOVE ZERO TO WS-DATA-ANTERIOR.
           MOVE ZERO TO WS-QTD-NO-DEPTO.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           IF WS-DEPTO-ANTERIOR = "----"
               MOVE "DEPARTAMENTO NAO ATRIBUIDO" TO PRINT-REC
           ELSE
               PERFORM 4300-OBTER-NOME-DEPTO THRU 4300-EXIT
               STRING "DEPARTAMENTO " DELIMITED BY SIZE
                      WS-DEPTO-ANTERIOR DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOME-DEPTO DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4300-OBTER-NOME-DEPTO - LE A DESCRICAO DO DEPARTAMENTO  *
      * DA QUEBRA NO CADASTRO DE DEPARTAMENTOS; CODIGO FORA DO  *
      * CADASTRO SAI SINALIZADO E, SEM O CADASTRO, A DESCRICAO  *
      * FICA EM BRANCO.                                         *
      *--------------------------------------------------------*
       4300-OBTER-NOME-DEPTO.
           MOVE SPACES TO WS-NOME-DEPTO.
           IF WS-DEPTOS-ABERTO
               MOVE WS-DEPTO-ANTERIOR TO DEPTO-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "*** NAO CADASTRADO ***"
                           TO WS-NOME-DEPTO
                   NOT INVALID KEY
                       MOVE DEPTO-DESCRICAO TO WS-NOME-DEPTO
               END-READ
           END-IF.
       4300-EXIT.
           EXIT.

       4400-TOTAL-DEPTO.
           MOVE SPACES TO PRINT-REC.
           STRING "  TOTAL DO DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-QTD-NO-DEPTO DELIMITED BY SIZE
                  " MARCO(S)" DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4400-EXIT.
           EXIT.

       4500-GRAVAR-AVISO.
           MOVE SPACES TO AVISO-REC.
           MOVE WS-MAR-PERSON-ID TO AVISO-PERSON-ID.
           MOVE WS-MAR-NOME TO AVISO-NOME.
           MOVE WS-MAR-DEPTO TO AVISO-DEPTO.
           MOVE WS-MAR-TIPO TO AVISO-TIPO.
           MOVE WS-MAR-IDADE-MARCO TO AVISO-IDADE-MARCO.
           MOVE WS-MAR-DATA TO AVISO-DATA-MARCO.
           MOVE WS-MAR-DATA-NASC TO AVISO-DATA-NASC.
           MOVE WS-DATA-EXEC TO AVISO-DATA-CICLO.
           WRITE AVISO-REC.
           IF FS-AVISO-OK
               ADD 1 TO WS-TOTAL-AVISOS
           ELSE
               DISPLAY "*** ERRO AO GRAVAR AVISO PARA "
                       WS-MAR-PERSON-ID
                       " - STATUS " FS-AVISO-FILE " ***"
           END-IF.
       4500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-IMPRIMIR-EXCECOES - LISTA AS PESSOAS ATIVAS QUE    *
      * FICARAM FORA DA PREVISAO POR FALTA DE DATA DE           *
      * NASCIMENTO VALIDA (A IDADE GRAVADA SAI SO PARA          *
      * REFERENCIA, SEM SER USADA NA PREVISAO).                 *
      *--------------------------------------------------------*
       5000-IMPRIMIR-EXCECOES.
           IF WS-MAR-E-EXCECAO
               MOVE SPACES TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE SPACES TO PRINT-REC
               MOVE "EXCECOES - PESSOAS ATIVAS SEM DATA DE NASCIMENTO"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE SPACES TO PRINT-REC
               MOVE "VALIDA (FORA DA PREVISAO)" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               PERFORM 5100-IMPRIMIR-EXCECAO THRU 5100-EXIT
                   UNTIL NOT WS-MAR-E-EXCECAO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-EXCECAO.
           MOVE SPACES TO PRINT-REC.
           STRING "  " DELIMITED BY SIZE
                  WS-MAR-PERSON-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MAR-NOME DELIMITED BY SIZE
                  "  DEPTO " DELIMITED BY SIZE
                  WS-MAR-EXC-DEPTO DELIMITED BY SIZE
                  "  IDADE GRAVADA " DELIMITED BY SIZE
                  WS-MAR-EXC-IDADE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MAR-EXC-MOTIVO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           PERFORM 4050-RETORNAR-MARCO THRU 4050-EXIT.
       5100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS DA PREVISAO E O  *
      * BALANCEAMENTO AVISOS GRAVADOS = MENORIDADE + IDOSOS.    *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "REGISTROS LIDOS NO CADASTRO....: " DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "INATIVOS/FALECIDOS (FORA)......: " DELIMITED BY SIZE
                  WS-TOTAL-INATIVOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "SAIDAS DA MENORIDADE PREVISTAS.: " DELIMITED BY SIZE
                  WS-TOTAL-MENORIDADE DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS NA FAIXA DE IDOSO.....: " DELIMITED BY SIZE
                  WS-TOTAL-IDOSOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "AVISOS GRAVADOS................: " DELIMITED BY SIZE
                  WS-TOTAL-AVISOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "EXCECOES (SEM DATA VALIDA).....: " DELIMITED BY SIZE
                  WS-TOTAL-EXCECOES DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           COMPUTE WS-TOTAL-CONFERIDO = WS-TOTAL-MENORIDADE
                   + WS-TOTAL-IDOSOS.
           MOVE SPACES TO PRINT-REC.
           IF WS-TOTAL-AVISOS = WS-TOTAL-CONFERIDO
               MOVE "BALANCEAMENTO OK - TOTAIS CONFEREM" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               COMPUTE WS-DIFERENCA-AVISOS = WS-TOTAL-CONFERIDO
                       - WS-TOTAL-AVISOS
               MOVE "*** BALANCEAMENTO COM DIFERENCA - CONFERIR ***"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE SPACES TO PRINT-REC
               STRING "AVISOS NAO GRAVADOS............: "
                          DELIMITED BY SIZE
                      WS-DIFERENCA-AVISOS DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               MOVE 8 TO WS-COD-RETORNO
           END-IF.
           DISPLAY "PREVISAO DE MARCOS DE IDADE GERADA - "
                   WS-TOTAL-AVISOS " AVISO(S), "
                   WS-TOTAL-EXCECOES " EXCECAO(OES)".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DA PREVISAO DE MARCOS DE IDADE.             *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING "PREVISAO DE MARCOS DE IDADE (MENORIDADE/IDOSO)"
                      DELIMITED BY SIZE
                  "          PAGINA: " DELIMITED BY SIZE
                  WS-NUM-PAGINA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "DATA DO CICLO: " DELIMITED BY SIZE
                  WS-DATA-EXEC-FMT DELIMITED BY SIZE
                  "   JANELA: " DELIMITED BY SIZE
                  WS-DIAS-PREVISAO DELIMITED BY SIZE
                  " DIA(S), ATE " DELIMITED BY SIZE
                  WS-DATA-LIMITE-FMT DELIMITED BY SIZE
                  "   LIMITES: " DELIMITED BY SIZE
                  WS-LIMITE-MENOR DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-LIMITE-IDOSO DELIMITED BY SIZE
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
      * 9000-FINALIZAR - FECHA OS ARQUIVOS E GRAVA A LINHA DE   *
      * ESTATISTICA DA RODADA.                                  *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           IF WS-DEPTOS-ABERTO
               CLOSE DEPTO-FILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9100-GRAVAR-ESTATISTICA - ACRESCENTA A LINHA-RESUMO DA  *
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): LIDOS,    *
      * AVISOS GRAVADOS E EXCECOES.                             *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "AGE-MILESTONE-FORECAST" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-LIDOS TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-AVISOS TO RUNSTAT-ACEITOS
               MOVE WS-TOTAL-EXCECOES TO RUNSTAT-REJEITADOS
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
      * RODADA: 0=PREVISAO COMPLETA, 8=AVISO NAO GRAVADO        *
      * (BALANCEAMENTO COM DIFERENCA). PESSOA SEM DATA DE       *
      * NASCIMENTO NAO ALTERA O RETORNO - E SITUACAO CONHECIDA  *
      * DO CADASTRO, LISTADA NA SECAO DE EXCECOES.              *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

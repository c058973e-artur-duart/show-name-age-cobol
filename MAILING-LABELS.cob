       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILING-LABELS.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: EMITIR AS ETIQUETAS DE ENDERECAMENTO (ETIQUETAS)
      *           E O ARQUIVO DE MALA DIRETA (MALADIR, CAMPOS
      *           SEPARADOS POR PONTO E VIRGULA) DAS PESSOAS
      *           ATIVAS DO CADASTRO PERSONDB QUE ATENDEM A
      *           SELECAO INFORMADA (DEPARTAMENTO, FAIXA DE IDADE
      *           E/OU ELEGIBILIDADE - MENORES OU IDOSOS, PELOS
      *           LIMITES DO ARQUIVO DE PARAMETROS, MESMO CRITERIO
      *           DE AGE-ELIGIBILITY-REPORT), COM O ENDERECO LIDO
      *           DO CADASTRO DE CONTATOS (CONTATOS). PESSOA
      *           SELECIONADA SEM ENDERECO, COM ENDERECO
      *           INCOMPLETO OU AINDA FORA DA VIGENCIA SAI NA
      *           LISTA DE EXCECOES DO RELATORIO, PARA O RH
      *           COMPLETAR O CADASTRO, EM VEZ DE A MALA DIRETA
      *           DEPENDER DE PLANILHA DE ENDERECOS.
      * DATA: 22/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 22/09/2026 AD     VERSAO ORIGINAL - ETIQUETAS, MALA DIRETA
      *                   E LISTA DE EXCECOES; CODIGO DE RETORNO 4
      *                   QUANDO HA EXCECAO; LINHA DE ESTATISTICA
      *                   NO RUNSTATS.
      * 15/10/2026 AD     GRAVACAO DA ETIQUETA, DA LINHA DE MALA
      *                   DIRETA E DA LINHA DE TITULOS CONFERIDA
      *                   PELO FILE STATUS; SO A PESSOA COM
      *                   ETIQUETA E MALA DIRETA GRAVADAS E
      *                   CONTADA, A FALHA SAI COMO DIFERENCA NO
      *                   BALANCEAMENTO (CODIGO 8).
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

           SELECT CONTATO-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTT-PERSON-ID
               FILE STATUS IS FS-CONTATO-FILE.

           SELECT ETIQ-FILE ASSIGN TO "ETIQUETAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETIQ-FILE.

           SELECT MALA-FILE ASSIGN TO "MALADIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MALA-FILE.

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

       FD  CONTATO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY "CONTATO-REC.CPY".

      *    ETIQUETA DE UMA COLUNA: NOME, LOGRADOURO, CIDADE - UF,
      *    CEP E UMA LINHA EM BRANCO DE SEPARACAO.
       FD  ETIQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ETIQ-REC                        PIC X(80).

      *    MALA DIRETA: LINHA DE TITULOS COM OS NOMES DOS CAMPOS E
      *    UMA LINHA POR PESSOA, CAMPOS SEPARADOS POR ";" E SEM OS
      *    BRANCOS A DIREITA.
       FD  MALA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  MALA-REC                        PIC X(250).

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

       01  FS-CONTATO-FILE                  PIC X(02).
           88  FS-CONTATO-OK                VALUE "00".

       01  FS-ETIQ-FILE                     PIC X(02).
           88  FS-ETIQ-OK                   VALUE "00".

       01  FS-MALA-FILE                     PIC X(02).
           88  FS-MALA-OK                   VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       01  FS-PARAM-FILE                    PIC X(02).
           88  FS-PARAM-OK                  VALUE "00".

       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-HORA-EXEC                     PIC 9(08).
       01  WS-DATA-EXEC-FMT                 PIC X(10).
       77  WS-DATA-AAAAMMDD                 PIC 9(08).
       77  WS-DATA-FMT                      PIC X(10).

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-SELECIONADO-SW                PIC X(01)   VALUE "N".
           88  WS-SELECIONADO               VALUE "S".
       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

      *    LIMITES DE ELEGIBILIDADE E TETO DE IDADE DO ARQUIVO DE
      *    PARAMETROS (PADROES 18/65/120, COMO AGE-ELIGIBILITY-
      *    REPORT).
       77  WS-LIMITE-MENOR                  PIC 9(03)   VALUE 18.
       77  WS-LIMITE-IDOSO                  PIC 9(03)   VALUE 65.
       77  WS-PARM-TETO-IDADE               PIC 9(03)   VALUE 120.

      *    SELECAO INFORMADA PELO OPERADOR: DEPARTAMENTO (BRANCO =
      *    TODOS, ---- = NAO ATRIBUIDO), FAIXA DE IDADE E
      *    ELEGIBILIDADE (M=MENORES, I=IDOSOS, BRANCO = TODAS).
       77  WS-SEL-DEPTO                     PIC X(04)   VALUE SPACES.
       77  WS-SEL-IDADE-MIN-ENT             PIC X(03)   VALUE SPACES.
       77  WS-SEL-IDADE-MAX-ENT             PIC X(03)   VALUE SPACES.
       77  WS-SEL-IDADE-MIN                 PIC 9(03)   VALUE ZERO.
       77  WS-SEL-IDADE-MAX                 PIC 9(03)   VALUE 999.
       77  WS-SEL-FAIXA-SW                  PIC X(01)   VALUE "N".
           88  WS-SEL-FAIXA                 VALUE "S".
       77  WS-SEL-ELEGIB                    PIC X(01)   VALUE SPACE.
           88  WS-SEL-MENORES               VALUE "M".
           88  WS-SEL-IDOSOS                VALUE "I".
           88  WS-SEL-ELEGIB-TODAS          VALUE SPACE.
       77  WS-DESCR-SELECAO                 PIC X(100)  VALUE SPACES.
       77  WS-MINUSCULAS                    PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-MAIUSCULAS                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WS-DEPTO-PESSOA                  PIC X(04).
       77  WS-MOTIVO-EXCECAO                PIC X(60).
       77  WS-PTR                           PIC 9(03)   COMP.
       77  WS-CEP-FMT                       PIC X(09).

       77  WS-TOTAL-LIDOS                   PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-INATIVOS                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-FORA-SELECAO            PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-SEM-IDADE               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-SELECIONADOS            PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ETIQUETAS               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-EXCECOES                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-CONFERIDO               PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-FALHAS-GRAVACAO         PIC 9(05)   VALUE ZERO.
       77  WS-GRAVOU-SW                     PIC X(01)   VALUE "S".
           88  WS-GRAVOU                    VALUE "S".
       77  WS-ERRO-TITULOS-SW               PIC X(01)   VALUE "N".
           88  WS-ERRO-TITULOS              VALUE "S".

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
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - OBTEM A DATA DO CICLO, OS LIMITES DE *
      * ELEGIBILIDADE E A SELECAO, ABRE OS CADASTROS E AS       *
      * SAIDAS E GRAVA A LINHA DE TITULOS DA MALA DIRETA.       *
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
           PERFORM 1300-OBTER-SELECAO THRU 1300-EXIT.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTATO-FILE.
           IF NOT FS-CONTATO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR CONTATO-FILE "
                       "- STATUS " FS-CONTATO-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ETIQ-FILE.
           IF NOT FS-ETIQ-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR ETIQ-FILE "
                       "- STATUS " FS-ETIQ-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MALA-FILE.
           IF NOT FS-MALA-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR MALA-FILE "
                       "- STATUS " FS-MALA-FILE " ***"
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
           MOVE SPACES TO MALA-REC.
           STRING "ID;NOME;LOGRADOURO;CIDADE;UF;CEP;TELEFONE;"
                      DELIMITED BY SIZE
                  "EMAIL;DEPTO;IDADE" DELIMITED BY SIZE
               INTO MALA-REC.
           WRITE MALA-REC.
           IF NOT FS-MALA-OK
               DISPLAY "*** ERRO AO GRAVAR TITULOS NA MALA DIRETA "
                       "- STATUS " FS-MALA-FILE " ***"
               SET WS-ERRO-TITULOS TO TRUE
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
      * 1300-OBTER-SELECAO - PEDE A SELECAO DA MALA DIRETA:     *
      * DEPARTAMENTO, IDADE MINIMA E MAXIMA (3 DIGITOS) E       *
      * ELEGIBILIDADE; ENTER EM TODAS SELECIONA TODOS OS        *
      * ATIVOS. FAIXA INVERTIDA OU ELEGIBILIDADE DESCONHECIDA   *
      * ENCERRA A RODADA COM CODIGO 8, SEM GERAR SAIDA.         *
      *--------------------------------------------------------*
       1300-OBTER-SELECAO.
           DISPLAY "DEPARTAMENTO (4 POSICOES, ----=NAO ATRIBUIDO, "
                   "ENTER=TODOS)? ".
           ACCEPT WS-SEL-DEPTO.
           INSPECT WS-SEL-DEPTO CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           DISPLAY "IDADE MINIMA (3 DIGITOS, ENTER=SEM LIMITE)? ".
           ACCEPT WS-SEL-IDADE-MIN-ENT.
           IF WS-SEL-IDADE-MIN-ENT IS NUMERIC
               MOVE WS-SEL-IDADE-MIN-ENT TO WS-SEL-IDADE-MIN
               SET WS-SEL-FAIXA TO TRUE
           END-IF.
           DISPLAY "IDADE MAXIMA (3 DIGITOS, ENTER=SEM LIMITE)? ".
           ACCEPT WS-SEL-IDADE-MAX-ENT.
           IF WS-SEL-IDADE-MAX-ENT IS NUMERIC
               MOVE WS-SEL-IDADE-MAX-ENT TO WS-SEL-IDADE-MAX
               SET WS-SEL-FAIXA TO TRUE
           END-IF.
           DISPLAY "ELEGIBILIDADE (M=MENORES, I=IDOSOS, "
                   "ENTER=TODAS)? ".
           ACCEPT WS-SEL-ELEGIB.
           INSPECT WS-SEL-ELEGIB CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           IF WS-SEL-IDADE-MIN > WS-SEL-IDADE-MAX
               DISPLAY "*** SELECAO INVALIDA - IDADE MINIMA MAIOR "
                       "QUE A MAXIMA ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-SEL-MENORES AND NOT WS-SEL-IDOSOS
              AND NOT WS-SEL-ELEGIB-TODAS
               DISPLAY "*** SELECAO INVALIDA - ELEGIBILIDADE "
                       WS-SEL-ELEGIB " (USE M, I OU ENTER) ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-PTR.
           IF WS-SEL-DEPTO = SPACES
               STRING "DEPTO: TODOS" DELIMITED BY SIZE
                   INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
           ELSE
               STRING "DEPTO: " DELIMITED BY SIZE
                      WS-SEL-DEPTO DELIMITED BY SIZE
                   INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
           END-IF.
           IF WS-SEL-FAIXA
               STRING "   IDADE: " DELIMITED BY SIZE
                      WS-SEL-IDADE-MIN DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      WS-SEL-IDADE-MAX DELIMITED BY SIZE
                   INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
           ELSE
               STRING "   IDADE: TODAS" DELIMITED BY SIZE
                   INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
           END-IF.
           EVALUATE TRUE
               WHEN WS-SEL-MENORES
                   STRING "   ELEGIBILIDADE: MENORES DE "
                              DELIMITED BY SIZE
                          WS-LIMITE-MENOR DELIMITED BY SIZE
                       INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
               WHEN WS-SEL-IDOSOS
                   STRING "   ELEGIBILIDADE: IDOSOS A PARTIR DE "
                              DELIMITED BY SIZE
                          WS-LIMITE-IDOSO DELIMITED BY SIZE
                       INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
               WHEN OTHER
                   STRING "   ELEGIBILIDADE: TODAS" DELIMITED BY SIZE
                       INTO WS-DESCR-SELECAO WITH POINTER WS-PTR
           END-EVALUATE.
       1300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-TRATAR-PESSOA - PESSOA ATIVA QUE ATENDE A SELECAO  *
      * TEM O ENDERECO CONFERIDO: COMPLETO E VIGENTE GERA A     *
      * ETIQUETA E A LINHA DA MALA DIRETA; SENAO, VAI PARA A    *
      * LISTA DE EXCECOES. INATIVO E FALECIDO SAO SO CONTADOS.  *
      * A ETIQUETA SO CONTA SE ELA E A MALA DIRETA FORAM        *
      * GRAVADAS; FALHA DE GRAVACAO E CONTADA A PARTE.          *
      *--------------------------------------------------------*
       2000-TRATAR-PESSOA.
           IF SITUACAO = "I" OR SITUACAO = "F"
               ADD 1 TO WS-TOTAL-INATIVOS
           ELSE
               PERFORM 2200-TESTAR-SELECAO THRU 2200-EXIT
               IF WS-SELECIONADO
                   ADD 1 TO WS-TOTAL-SELECIONADOS
                   PERFORM 2300-CONFERIR-ENDERECO THRU 2300-EXIT
                   IF WS-MOTIVO-EXCECAO = SPACES
                       MOVE "S" TO WS-GRAVOU-SW
                       PERFORM 3000-EMITIR-ETIQUETA THRU 3000-EXIT
                       PERFORM 3100-GRAVAR-MALA-DIRETA
                           THRU 3100-EXIT
                       IF WS-GRAVOU
                           ADD 1 TO WS-TOTAL-ETIQUETAS
                       ELSE
                           ADD 1 TO WS-TOTAL-FALHAS-GRAVACAO
                       END-IF
                   ELSE
                       PERFORM 4000-REGISTRAR-EXCECAO THRU 4000-EXIT
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
      * 2200-TESTAR-SELECAO - APLICA O DEPARTAMENTO (BRANCO NO  *
      * CADASTRO VALE ----), A FAIXA DE IDADE E A               *
      * ELEGIBILIDADE (IDADE ABAIXO DO LIMITE DE MENORIDADE OU  *
      * A PARTIR DO LIMITE DE IDOSO). COM FILTRO DE IDADE, A    *
      * PESSOA SEM IDADE VALIDA FICA FORA E E CONTADA A PARTE.  *
      *--------------------------------------------------------*
       2200-TESTAR-SELECAO.
           SET WS-SELECIONADO TO TRUE.
           IF DEPARTAMENTO = SPACES
               MOVE "----" TO WS-DEPTO-PESSOA
           ELSE
               MOVE DEPARTAMENTO TO WS-DEPTO-PESSOA
           END-IF.
           IF WS-SEL-DEPTO NOT = SPACES
              AND WS-SEL-DEPTO NOT = WS-DEPTO-PESSOA
               MOVE "N" TO WS-SELECIONADO-SW
               ADD 1 TO WS-TOTAL-FORA-SELECAO
           ELSE
               PERFORM 2400-CALCULAR-IDADE THRU 2400-EXIT
               IF WS-SEL-FAIXA OR NOT WS-SEL-ELEGIB-TODAS
                   IF IDADE IS NOT NUMERIC OR IDADE = ZERO
                      OR IDADE > WS-PARM-TETO-IDADE
                       MOVE "N" TO WS-SELECIONADO-SW
                       ADD 1 TO WS-TOTAL-SEM-IDADE
                   ELSE
                       IF IDADE < WS-SEL-IDADE-MIN
                          OR IDADE > WS-SEL-IDADE-MAX
                          OR (WS-SEL-MENORES
                              AND IDADE NOT < WS-LIMITE-MENOR)
                          OR (WS-SEL-IDOSOS
                              AND IDADE < WS-LIMITE-IDOSO)
                           MOVE "N" TO WS-SELECIONADO-SW
                           ADD 1 TO WS-TOTAL-FORA-SELECAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2300-CONFERIR-ENDERECO - LE O ENDERECO DO ID NO         *
      * CADASTRO CONTATOS E DEIXA EM WS-MOTIVO-EXCECAO O QUE    *
      * IMPEDE A CORRESPONDENCIA: SEM ENDERECO, ENDERECO COM    *
      * EFEITO POSTERIOR A DATA DO CICLO OU CAMPOS FALTANDO     *
      * (LOGRADOURO, CIDADE, UF, CEP DE 8 DIGITOS). EM BRANCO = *
      * ENDERECO COMPLETO E VIGENTE.                            *
      *--------------------------------------------------------*
       2300-CONFERIR-ENDERECO.
           MOVE SPACES TO WS-MOTIVO-EXCECAO.
           MOVE PERSON-ID TO CTT-PERSON-ID.
           READ CONTATO-FILE
               INVALID KEY
                   MOVE "SEM ENDERECO CADASTRADO" TO WS-MOTIVO-EXCECAO
           END-READ.
           IF WS-MOTIVO-EXCECAO = SPACES
               IF CTT-DATA-EFEITO IS NUMERIC
                  AND CTT-DATA-EFEITO > WS-DATA-EXEC
                   MOVE CTT-DATA-EFEITO TO WS-DATA-AAAAMMDD
                   PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT
                   STRING "ENDERECO SO VALE A PARTIR DE "
                              DELIMITED BY SIZE
                          WS-DATA-FMT DELIMITED BY SIZE
                       INTO WS-MOTIVO-EXCECAO
               ELSE
                   MOVE 1 TO WS-PTR
                   IF CTT-LOGRADOURO = SPACES
                       PERFORM 2310-MARCAR-FALTA THRU 2310-EXIT
                       STRING " LOGRADOURO" DELIMITED BY SIZE
                           INTO WS-MOTIVO-EXCECAO WITH POINTER WS-PTR
                   END-IF
                   IF CTT-CIDADE = SPACES
                       PERFORM 2310-MARCAR-FALTA THRU 2310-EXIT
                       STRING " CIDADE" DELIMITED BY SIZE
                           INTO WS-MOTIVO-EXCECAO WITH POINTER WS-PTR
                   END-IF
                   IF CTT-UF = SPACES
                       PERFORM 2310-MARCAR-FALTA THRU 2310-EXIT
                       STRING " UF" DELIMITED BY SIZE
                           INTO WS-MOTIVO-EXCECAO WITH POINTER WS-PTR
                   END-IF
                   IF CTT-CEP IS NOT NUMERIC OR CTT-CEP = ZEROS
                       PERFORM 2310-MARCAR-FALTA THRU 2310-EXIT
                       STRING " CEP" DELIMITED BY SIZE
                           INTO WS-MOTIVO-EXCECAO WITH POINTER WS-PTR
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2310-MARCAR-FALTA - ABRE A LISTA DE CAMPOS FALTANTES DO *
      * ENDERECO NA PRIMEIRA FALTA ENCONTRADA.                  *
      *--------------------------------------------------------*
       2310-MARCAR-FALTA.
           IF WS-PTR = 1
               STRING "ENDERECO INCOMPLETO - FALTA:" DELIMITED BY SIZE
                   INTO WS-MOTIVO-EXCECAO WITH POINTER WS-PTR
           END-IF.
       2310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2400-CALCULAR-IDADE - QUANDO O REGISTRO TRAZ A DATA DE    *
      * NASCIMENTO (SAAMMDD), DERIVA A IDADE CORRENTE DA DATA DA  *
      * EXECUCAO (MESMO CRITERIO DE SHOW-NAME-AND-AGE). REGISTRO  *
      * SEM DATA MANTEM A IDADE GRAVADA (TRANSICAO). DATA         *
      * IMPLAUSIVEL FORCA IDADE 999, QUE FICA FORA DE QUALQUER    *
      * FILTRO DE IDADE.                                          *
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
      * 3000-EMITIR-ETIQUETA - GRAVA A ETIQUETA DE UMA COLUNA:  *
      * NOME, LOGRADOURO, CIDADE - UF, CEP (99999-999) E UMA    *
      * LINHA EM BRANCO.                                        *
      *--------------------------------------------------------*
       3000-EMITIR-ETIQUETA.
           MOVE SPACES TO WS-CEP-FMT.
           STRING CTT-CEP (1:5) "-" CTT-CEP (6:3) DELIMITED BY SIZE
               INTO WS-CEP-FMT.
           MOVE NOME TO ETIQ-REC.
           WRITE ETIQ-REC.
           PERFORM 3010-CONFERIR-GRAVACAO THRU 3010-EXIT.
           MOVE CTT-LOGRADOURO TO ETIQ-REC.
           WRITE ETIQ-REC.
           PERFORM 3010-CONFERIR-GRAVACAO THRU 3010-EXIT.
           MOVE SPACES TO ETIQ-REC.
           STRING CTT-CIDADE DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  CTT-UF DELIMITED BY SIZE
               INTO ETIQ-REC.
           WRITE ETIQ-REC.
           PERFORM 3010-CONFERIR-GRAVACAO THRU 3010-EXIT.
           MOVE SPACES TO ETIQ-REC.
           STRING "CEP " DELIMITED BY SIZE
                  WS-CEP-FMT DELIMITED BY SIZE
               INTO ETIQ-REC.
           WRITE ETIQ-REC.
           PERFORM 3010-CONFERIR-GRAVACAO THRU 3010-EXIT.
           MOVE SPACES TO ETIQ-REC.
           WRITE ETIQ-REC.
           PERFORM 3010-CONFERIR-GRAVACAO THRU 3010-EXIT.
       3000-EXIT.
           EXIT.

       3010-CONFERIR-GRAVACAO.
           IF NOT FS-ETIQ-OK
               DISPLAY "*** ERRO AO GRAVAR ETIQUETA PARA " NOME
                       " - STATUS " FS-ETIQ-FILE " ***"
               MOVE "N" TO WS-GRAVOU-SW
           END-IF.
       3010-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3100-GRAVAR-MALA-DIRETA - UMA LINHA POR PESSOA NO       *
      * ARQUIVO DE MALA DIRETA, NA ORDEM DA LINHA DE TITULOS.   *
      *--------------------------------------------------------*
       3100-GRAVAR-MALA-DIRETA.
           MOVE SPACES TO MALA-REC.
           STRING PERSON-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  NOME DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  CTT-LOGRADOURO DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  CTT-CIDADE DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  CTT-UF DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CEP-FMT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CTT-TELEFONE DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  CTT-EMAIL DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-DEPTO-PESSOA DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  IDADE DELIMITED BY SIZE
               INTO MALA-REC.
           WRITE MALA-REC.
           IF NOT FS-MALA-OK
               DISPLAY "*** ERRO AO GRAVAR MALA DIRETA PARA " NOME
                       " - STATUS " FS-MALA-FILE " ***"
               MOVE "N" TO WS-GRAVOU-SW
           END-IF.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-REGISTRAR-EXCECAO - UMA LINHA NA LISTA DE EXCECOES *
      * POR PESSOA SELECIONADA SEM ENDERECO UTILIZAVEL.         *
      *--------------------------------------------------------*
       4000-REGISTRAR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE SPACES TO PRINT-REC.
           STRING PERSON-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPTO-PESSOA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOTIVO-EXCECAO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS DE BALANCEAMENTO *
      * (LIDOS = INATIVOS + FORA DA SELECAO + SEM IDADE +       *
      * SELECIONADOS; SELECIONADOS = ETIQUETAS + EXCECOES) NO   *
      * RELATORIO. PESSOA COM FALHA DE GRAVACAO NAO ENTRA NAS   *
      * ETIQUETAS E SAI COMO DIFERENCA (CODIGO 8).              *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           IF WS-TOTAL-EXCECOES = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUMA EXCECAO - TODOS OS SELECIONADOS TEM "
                   TO PRINT-REC (1:44)
               MOVE "ENDERECO COMPLETO E VIGENTE" TO PRINT-REC (45:27)
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "PESSOAS LIDAS NO CADASTRO......: " DELIMITED BY SIZE
                  WS-TOTAL-LIDOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "INATIVOS E FALECIDOS...........: " DELIMITED BY SIZE
                  WS-TOTAL-INATIVOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ATIVOS FORA DA SELECAO.........: " DELIMITED BY SIZE
                  WS-TOTAL-FORA-SELECAO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ATIVOS SEM IDADE VALIDA........: " DELIMITED BY SIZE
                  WS-TOTAL-SEM-IDADE DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "SELECIONADOS...................: " DELIMITED BY SIZE
                  WS-TOTAL-SELECIONADOS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "ETIQUETAS/MALA DIRETA GERADAS..: " DELIMITED BY SIZE
                  WS-TOTAL-ETIQUETAS DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "EXCECOES DE ENDERECO...........: " DELIMITED BY SIZE
                  WS-TOTAL-EXCECOES DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "FALHAS DE GRAVACAO (DIFERENCA).: " DELIMITED BY SIZE
                  WS-TOTAL-FALHAS-GRAVACAO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           IF WS-ERRO-TITULOS
               MOVE SPACES TO PRINT-REC
               MOVE "*** TITULOS DA MALA DIRETA NAO GRAVADOS ***"
                   TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           COMPUTE WS-TOTAL-CONFERIDO = WS-TOTAL-INATIVOS
                   + WS-TOTAL-FORA-SELECAO + WS-TOTAL-SEM-IDADE
                   + WS-TOTAL-ETIQUETAS + WS-TOTAL-EXCECOES.
           MOVE SPACES TO PRINT-REC.
           IF WS-TOTAL-CONFERIDO = WS-TOTAL-LIDOS
              AND WS-TOTAL-SELECIONADOS =
                  WS-TOTAL-ETIQUETAS + WS-TOTAL-EXCECOES
              AND NOT WS-ERRO-TITULOS
               MOVE "BALANCEAMENTO OK - TOTAIS CONFEREM" TO PRINT-REC
           ELSE
               MOVE "*** TOTAIS NAO CONFEREM ***" TO PRINT-REC
               MOVE 8 TO WS-COD-RETORNO
           END-IF.
           WRITE PRINT-REC.
           DISPLAY "ETIQUETAS E MALA DIRETA CONCLUIDAS - "
                   WS-TOTAL-SELECIONADOS " SELECIONADO(S), "
                   WS-TOTAL-ETIQUETAS " ETIQUETA(S), "
                   WS-TOTAL-EXCECOES " EXCECAO(OES)".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DA LISTA DE EXCECOES, COM A SELECAO.        *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING "ETIQUETAS E MALA DIRETA - EXCECOES DE ENDERECO"
                      DELIMITED BY SIZE
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
           STRING "SELECAO: " DELIMITED BY SIZE
                  WS-DESCR-SELECAO DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "ID     NOME                 DEPTO MOTIVO"
               TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "--------------------------------------------------"
               TO PRINT-REC.
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
      * 8300-FORMATAR-DATA - DATA AAAAMMDD EM DD/MM/AAAA.       *
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
           CLOSE PERSON-FILE.
           CLOSE CONTATO-FILE.
           CLOSE ETIQ-FILE.
           CLOSE MALA-FILE.
           CLOSE PRINT-FILE.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9100-GRAVAR-ESTATISTICA - ACRESCENTA A LINHA-RESUMO DA  *
      * RODADA NO ARQUIVO DE ESTATISTICAS (RUNSTATS): PESSOAS   *
      * LIDAS, ETIQUETAS GERADAS E EXCECOES DE ENDERECO.        *
      *--------------------------------------------------------*
       9100-GRAVAR-ESTATISTICA.
           OPEN EXTEND STAT-FILE.
           IF NOT FS-STAT-OK
               CLOSE STAT-FILE
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF FS-STAT-OK
               MOVE SPACES TO RUNSTAT-REC
               MOVE "MAILING-LABELS" TO RUNSTAT-PROGRAMA
               MOVE WS-DATA-EXEC TO RUNSTAT-DATA
               MOVE WS-HORA-EXEC (1:6) TO RUNSTAT-HORA
               MOVE WS-TOTAL-LIDOS TO RUNSTAT-LIDOS
               MOVE WS-TOTAL-ETIQUETAS TO RUNSTAT-ACEITOS
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
      * RODADA: 0=LIMPA, 4=HOUVE EXCECAO DE ENDERECO, 8=FALHA   *
      * DE ABERTURA, SELECAO INVALIDA, FALHA DE GRAVACAO OU     *
      * TOTAIS QUE NAO CONFEREM, PARA USO EM COND NO JCL.       *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-COD-RETORNO < 4
              AND WS-TOTAL-EXCECOES > ZERO
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-HISTORY.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: CONSULTA DO HISTORICO COMPLETO DE UMA PESSOA:
      *           A PARTIR DO PERSON-ID OU DO NOME (PREFIXO)
      *           INFORMADO, LER O JORNAL DE ALTERACOES
      *           (PERSONJRN, COPYBOOK JOURNAL-REC) PRECEDIDO DO
      *           JORNAL HISTORICO (JRNARC, GRAVADO POR
      *           JOURNAL-ARCHIVE), O ARQUIVO
      *           HISTORICO DO EXPURGO (PERSOARC, GRAVADO POR
      *           PERSON-ARCHIVE) E O CADASTRO VIVO (PERSONDB) E
      *           IMPRIMIR, EM ORDEM DE DATA/HORA, A INCLUSAO,
      *           CADA ALTERACAO DECODIFICADA CAMPO A CAMPO
      *           (IMAGEM ANTES X DEPOIS), AS TROCAS DE
      *           SITUACAO, A EXCLUSAO OU O ARQUIVAMENTO E A
      *           IMAGEM ATUAL DO CADASTRO - PARA RESPONDER AO RH
      *           "QUANDO MUDOU E QUEM FEZ" SEM GARIMPAR O JORNAL
      *           NA MAO. FUNCIONA PARA QUEM SO EXISTE NO
      *           HISTORICO E LE AS LINHAS DE JORNAL GRAVADAS NO
      *           LAYOUT ANTIGO (IMAGENS DE 45 POSICOES, SEM
      *           DEPARTAMENTO).
      * DATA: 19/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 19/09/2026 AD     VERSAO ORIGINAL - BUSCA POR ID OU NOME
      *                   (NO CADASTRO, NO HISTORICO E NAS
      *                   IMAGENS DO JORNAL), ORDENACAO POR
      *                   DATA/HORA E DECODIFICACAO DAS IMAGENS
      *                   DE 45 E DE 49 POSICOES.
      * 21/09/2026 AD     LE TAMBEM O JORNAL HISTORICO
      *                   (JRNARC), ANTES DO JORNAL VIVO, PARA
      *                   O HISTORICO NAO PERDER AS ENTRADAS
      *                   LEVADAS PELA LIMPEZA DO JORNAL; A
      *                   MARCA DE SINCRONISMO DA COPIA-IMAGEM
      *                   (OP B) E IGNORADA.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO "PERSONJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-FILE.

           SELECT JRN-ARC-FILE ASSIGN TO "JRNARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRN-ARC-FILE.

           SELECT ARCH-FILE ASSIGN TO "PERSOARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH-FILE.

           SELECT PERSON-FILE ASSIGN TO "PERSONDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS NOME
                   WITH DUPLICATES
               FILE STATUS IS FS-PERSON-FILE.

           SELECT PRINT-FILE ASSIGN TO "RELATORIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  JRN-ARC-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
       01  JRN-ARC-REC                     PIC X(157).

       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
       01  ARCH-REC                        PIC X(49).

       FD  PERSON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PERSON-REC.CPY".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  FS-JRN-FILE                      PIC X(02).
           88  FS-JRN-OK                    VALUE "00".

       01  FS-JRN-ARC-FILE                  PIC X(02).
           88  FS-JRN-ARC-OK                VALUE "00".

       01  FS-ARCH-FILE                     PIC X(02).
           88  FS-ARCH-OK                   VALUE "00".

       01  FS-PERSON-FILE                   PIC X(02).
           88  FS-PERSON-OK                 VALUE "00".

       01  FS-PRINT-FILE                    PIC X(02).
           88  FS-PRINT-OK                  VALUE "00".

       77  WS-MAX-LINHAS-PAGINA             PIC 9(02)   COMP VALUE 50.
       77  WS-LINHAS-NA-PAGINA              PIC 9(02)   COMP VALUE ZERO.
       77  WS-NUM-PAGINA                    PIC 9(03)   VALUE ZERO.

       77  WS-FIM-ARQUIVO-SW                PIC X(01)   VALUE "N".
           88  WS-FIM-ARQUIVO               VALUE "S".
       77  WS-ARQUIVO-OK-SW                 PIC X(01)   VALUE "N".
           88  WS-ARQUIVO-OK                VALUE "S".
       77  WS-FIM-VARREDURA-SW              PIC X(01)   VALUE "N".
           88  WS-FIM-VARREDURA             VALUE "S".
       77  WS-ACHOU-SW                      PIC X(01)   VALUE "N".
           88  WS-ACHOU                     VALUE "S".
       77  WS-LAYOUT-ANTIGO-SW              PIC X(01)   VALUE "N".
           88  WS-LAYOUT-ANTIGO             VALUE "S".
       77  WS-DIFERENCA-SW                  PIC X(01)   VALUE "N".
           88  WS-DIFERENCA                 VALUE "S".
       77  WS-NO-CADASTRO-SW                PIC X(01)   VALUE "N".
           88  WS-NO-CADASTRO               VALUE "S".
       77  WS-LENDO-JRNARC-SW               PIC X(01)   VALUE "N".
           88  WS-LENDO-JRNARC              VALUE "S".

       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.

      *    ARGUMENTO DA CONSULTA: ID OU PREFIXO DO NOME.
       77  WS-ID-ENT                        PIC X(06).
       77  WS-ID-BUSCA                      PIC 9(06)   VALUE ZERO.
       77  WS-NOME-BUSCA                    PIC X(20)   VALUE SPACES.
       77  WS-NOME-LEN                      PIC 9(02)   COMP VALUE ZERO.
       77  WS-END-POS                       PIC 9(02)   COMP.
       77  WS-MINUSCULAS                    PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-MAIUSCULAS                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WS-TOTAL-LIDAS                   PIC 9(07)   VALUE ZERO.
       77  WS-TOTAL-PESSOAS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-EVENTOS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-ANTIGAS                 PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-PERDIDAS                PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-SEM-REGISTRO            PIC 9(05)   VALUE ZERO.

      *    PESSOAS QUE ATENDEM A CONSULTA (UM ID, OU TODOS OS IDS
      *    COM O NOME INFORMADO EM ALGUM MOMENTO DA VIDA), COM A
      *    IMAGEM DO HISTORICO QUANDO A PESSOA FOI ARQUIVADA.
       77  WS-MAX-PESSOAS                   PIC 9(04)   COMP VALUE 20.
       77  WS-QTD-PESSOAS                   PIC 9(04)   COMP VALUE ZERO.
       77  WS-PX                            PIC 9(04)   COMP.
       77  WS-ID-CANDIDATO                  PIC 9(06).
       01  WS-TABELA-PESSOAS.
           05  WS-PES-ENT OCCURS 20 TIMES.
               10  WS-PES-ID                PIC 9(06).
               10  WS-PES-ARQUIVADA         PIC X(01).
               10  WS-PES-IMAGEM-ARQ        PIC X(49).

      *    ENTRADAS DO JORNAL DAS PESSOAS DA CONSULTA, COM AS
      *    IMAGENS JA NORMALIZADAS PARA 49 POSICOES, ORDENADAS POR
      *    ID, DATA, HORA E ORDEM DE GRAVACAO (CHAVE UNICA).
       77  WS-MAX-EVENTOS                   PIC 9(04)   COMP VALUE 2000.
       77  WS-QTD-EVENTOS                   PIC 9(04)   COMP VALUE ZERO.
       77  WS-EX                            PIC 9(04)   COMP.
       77  WS-EY                            PIC 9(04)   COMP.
       01  WS-TABELA-EVENTOS.
           05  WS-EVT-ENT OCCURS 2000 TIMES.
               10  WS-EVT-CHAVE.
                   15  WS-EVT-ID            PIC 9(06).
                   15  WS-EVT-DATA          PIC 9(08).
                   15  WS-EVT-HORA          PIC 9(06).
                   15  WS-EVT-SEQ           PIC 9(07).
               10  WS-EVT-OPERACAO          PIC X(01).
               10  WS-EVT-PROGRAMA          PIC X(22).
               10  WS-EVT-OPERADOR          PIC X(08).
               10  WS-EVT-LAYOUT            PIC X(01).
               10  WS-EVT-ANTES             PIC X(49).
               10  WS-EVT-DEPOIS            PIC X(49).
       01  WS-EVT-TEMP                      PIC X(157).

       77  WS-TROCOU-SW                     PIC X(01)   VALUE "N".
           88  WS-TROCOU                    VALUE "S".

      *    IMAGENS ANTES/DEPOIS DA ENTRADA CORRENTE NO LAYOUT DO
      *    PERSON-REC, PARA A DECODIFICACAO CAMPO A CAMPO. OS
      *    CAMPOS SAO COMPARADOS PELA POSICAO NA IMAGEM (IDADE
      *    27:3, NASCIMENTO 30:7, SITUACAO 37:1, DATA DA SITUACAO
      *    38:8, DEPARTAMENTO 46:4), POIS IMAGEM ANTIGA PODE TRAZER
      *    BRANCOS NOS CAMPOS NUMERICOS.
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

       77  WS-DESCRICAO-OPERACAO            PIC X(18).
       77  WS-NOME-CAMPO                    PIC X(20).
       77  WS-VALOR-ANTES                   PIC X(24).
       77  WS-VALOR-DEPOIS                  PIC X(24).
       77  WS-SIT-DESC                      PIC X(14).
       77  WS-SIT-CODIGO                    PIC X(01).

       77  WS-DATA-FMT                      PIC X(10).
       77  WS-DATA-AAAAMMDD                 PIC 9(08).
       77  WS-NASC-ENT                      PIC X(07).
       77  WS-NASC-FMT                      PIC X(10).
       77  WS-SIT-DATA-FMT                  PIC X(10).
       77  WS-HORA-FMT                      PIC X(08).
       77  WS-OPERADOR-EXIB                 PIC X(08).

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - CONTROLA O FLUXO GERAL DO JOB.  *
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-IDENTIFICAR-PESSOAS THRU 2000-EXIT.
           PERFORM 3000-LER-JORNAL THRU 3000-EXIT.
           PERFORM 3500-LER-HISTORICO THRU 3500-EXIT.
           PERFORM 3700-ORDENAR-EVENTOS THRU 3700-EXIT.
           PERFORM 4000-IMPRIMIR-HISTORICOS THRU 4000-EXIT.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - PERGUNTA O PERSON-ID OU O NOME DA    *
      * CONSULTA E ABRE O CADASTRO E O RELATORIO. O HISTORICO   *
      * DO EXPURGO E OPCIONAL (SO EXISTE APOS O PRIMEIRO        *
      * PERSON-ARCHIVE).                                        *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           DISPLAY "PERSON-ID (ENTER=CONSULTAR POR NOME)? ".
           ACCEPT WS-ID-ENT.
           IF WS-ID-ENT IS NUMERIC
              AND WS-ID-ENT NOT = ZEROS
               MOVE WS-ID-ENT TO WS-ID-BUSCA
           ELSE
               DISPLAY "NOME (PREFIXO)? "
               ACCEPT WS-NOME-BUSCA
               INSPECT WS-NOME-BUSCA CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
               PERFORM 1100-TESTAR-POSICAO THRU 1100-EXIT
                   VARYING WS-END-POS FROM 20 BY -1
                   UNTIL WS-END-POS < 1
                      OR WS-NOME-BUSCA (WS-END-POS:1) NOT = SPACE
               IF WS-END-POS NOT < 1
                   MOVE WS-END-POS TO WS-NOME-LEN
               END-IF
           END-IF.
           IF WS-ID-BUSCA = ZERO
              AND WS-NOME-LEN = ZERO
               DISPLAY "*** INFORME O PERSON-ID OU O NOME - "
                       "CONSULTA NAO EXECUTADA ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-FILE.
           IF NOT FS-PERSON-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PERSON-FILE "
                       "- STATUS " FS-PERSON-FILE " ***"
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

       1100-TESTAR-POSICAO.
           CONTINUE.
       1100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-IDENTIFICAR-PESSOAS - CONSULTA POR ID USA SO ESSE  *
      * ID; CONSULTA POR NOME JUNTA TODO ID QUE TEVE O NOME NO  *
      * CADASTRO VIVO, NO HISTORICO DO EXPURGO OU EM ALGUMA     *
      * IMAGEM DO JORNAL (PEGA QUEM MUDOU DE NOME DEPOIS).      *
      *--------------------------------------------------------*
       2000-IDENTIFICAR-PESSOAS.
           IF WS-ID-BUSCA NOT = ZERO
               MOVE WS-ID-BUSCA TO WS-ID-CANDIDATO
               PERFORM 2900-GUARDAR-PESSOA THRU 2900-EXIT
           ELSE
               PERFORM 2100-BUSCAR-CADASTRO THRU 2100-EXIT
               PERFORM 2200-BUSCAR-HISTORICO THRU 2200-EXIT
               PERFORM 2300-BUSCAR-JORNAL THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2100-BUSCAR-CADASTRO - POSICIONA NA CHAVE ALTERNADA     *
      * (NOME) E LE ENQUANTO O PREFIXO CONFERE.                 *
      *--------------------------------------------------------*
       2100-BUSCAR-CADASTRO.
           MOVE SPACES TO NOME.
           MOVE WS-NOME-BUSCA (1:WS-NOME-LEN) TO NOME.
           MOVE "N" TO WS-FIM-VARREDURA-SW.
           START PERSON-FILE KEY IS NOT < NOME
               INVALID KEY
                   SET WS-FIM-VARREDURA TO TRUE
           END-START.
           PERFORM 2110-LER-HOMONIMO THRU 2110-EXIT
               UNTIL WS-FIM-VARREDURA.
       2100-EXIT.
           EXIT.

       2110-LER-HOMONIMO.
           READ PERSON-FILE NEXT RECORD
               AT END
                   SET WS-FIM-VARREDURA TO TRUE
               NOT AT END
                   IF NOME (1:WS-NOME-LEN)
                       = WS-NOME-BUSCA (1:WS-NOME-LEN)
                       MOVE PERSON-ID TO WS-ID-CANDIDATO
                       PERFORM 2900-GUARDAR-PESSOA THRU 2900-EXIT
                   ELSE
                       SET WS-FIM-VARREDURA TO TRUE
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

       2200-BUSCAR-HISTORICO.
           OPEN INPUT ARCH-FILE.
           IF FS-ARCH-OK
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 2210-LER-ARQUIVADO THRU 2210-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE ARCH-FILE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LER-ARQUIVADO.
           READ ARCH-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ARCH-REC (7:WS-NOME-LEN)
                       = WS-NOME-BUSCA (1:WS-NOME-LEN)
                       AND ARCH-REC (1:6) IS NUMERIC
                       MOVE ARCH-REC (1:6) TO WS-ID-CANDIDATO
                       PERFORM 2900-GUARDAR-PESSOA THRU 2900-EXIT
                   END-IF
           END-READ.
       2210-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2300-BUSCAR-JORNAL - VARRE O JORNAL HISTORICO (SE       *
      * EXISTIR) E DEPOIS O JORNAL VIVO PROCURANDO O NOME NAS   *
      * IMAGENS ANTES/DEPOIS.                                   *
      *--------------------------------------------------------*
       2300-BUSCAR-JORNAL.
           OPEN INPUT JRN-FILE.
           IF FS-JRN-OK
               OPEN INPUT JRN-ARC-FILE
               IF FS-JRN-ARC-OK
                   SET WS-LENDO-JRNARC TO TRUE
                   MOVE "N" TO WS-FIM-ARQUIVO-SW
                   PERFORM 2310-LER-ENTRADA-NOME THRU 2310-EXIT
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE JRN-ARC-FILE
                   MOVE "N" TO WS-LENDO-JRNARC-SW
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 2310-LER-ENTRADA-NOME THRU 2310-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE JRN-FILE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-LER-ENTRADA-NOME.
           PERFORM 3150-LER-REGISTRO-JORNAL THRU 3150-EXIT.
           IF NOT WS-FIM-ARQUIVO
              AND JRN-OPERACAO NOT = "L"
              AND JRN-OPERACAO NOT = "B"
               PERFORM 3300-NORMALIZAR-IMAGENS THRU 3300-EXIT
               IF ANT-NOME (1:WS-NOME-LEN)
                   = WS-NOME-BUSCA (1:WS-NOME-LEN)
                  OR DEP-NOME (1:WS-NOME-LEN)
                   = WS-NOME-BUSCA (1:WS-NOME-LEN)
                   MOVE JRN-ID TO WS-ID-CANDIDATO
                   PERFORM 2900-GUARDAR-PESSOA THRU 2900-EXIT
               END-IF
           END-IF.
       2310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2900-GUARDAR-PESSOA - ACRESCENTA WS-ID-CANDIDATO NA     *
      * TABELA DE PESSOAS, SEM REPETIR; TABELA CHEIA CONTA COMO *
      * PERDIDA E SAI NOS TOTAIS.                               *
      *--------------------------------------------------------*
       2900-GUARDAR-PESSOA.
           MOVE "N" TO WS-ACHOU-SW.
           PERFORM 2910-COMPARAR-PESSOA THRU 2910-EXIT
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-QTD-PESSOAS
                  OR WS-ACHOU.
           IF NOT WS-ACHOU
               IF WS-QTD-PESSOAS < WS-MAX-PESSOAS
                   ADD 1 TO WS-QTD-PESSOAS
                   MOVE WS-ID-CANDIDATO TO WS-PES-ID (WS-QTD-PESSOAS)
                   MOVE "N" TO WS-PES-ARQUIVADA (WS-QTD-PESSOAS)
                   MOVE SPACES TO WS-PES-IMAGEM-ARQ (WS-QTD-PESSOAS)
               ELSE
                   ADD 1 TO WS-TOTAL-PERDIDAS
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

       2910-COMPARAR-PESSOA.
           IF WS-PES-ID (WS-PX) = WS-ID-CANDIDATO
               SET WS-ACHOU TO TRUE
           END-IF.
       2910-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-LER-JORNAL - LE O JORNAL HISTORICO (SE EXISTIR) E  *
      * O JORNAL VIVO INTEIRO, NESSA ORDEM, E GUARDA AS         *
      * ENTRADAS DAS PESSOAS DA CONSULTA (A FALHA DE            *
      * IDENTIFICACAO DE OPERADOR, OP L, E A MARCA DE COPIA,    *
      * OP B, NAO SAO DE PESSOA).                               *
      *--------------------------------------------------------*
       3000-LER-JORNAL.
           IF WS-QTD-PESSOAS > ZERO
               OPEN INPUT JRN-FILE
               IF NOT FS-JRN-OK
                   DISPLAY "*** NAO FOI POSSIVEL ABRIR JRN-FILE "
                           "- STATUS " FS-JRN-FILE " ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT JRN-ARC-FILE
               IF FS-JRN-ARC-OK
                   SET WS-LENDO-JRNARC TO TRUE
                   MOVE "N" TO WS-FIM-ARQUIVO-SW
                   PERFORM 3100-LER-ENTRADA THRU 3100-EXIT
                   PERFORM 3200-GUARDAR-EVENTO THRU 3200-EXIT
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE JRN-ARC-FILE
                   MOVE "N" TO WS-LENDO-JRNARC-SW
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO-SW
               PERFORM 3100-LER-ENTRADA THRU 3100-EXIT
               PERFORM 3200-GUARDAR-EVENTO THRU 3200-EXIT
                   UNTIL WS-FIM-ARQUIVO
               CLOSE JRN-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LER-ENTRADA.
           PERFORM 3150-LER-REGISTRO-JORNAL THRU 3150-EXIT.
           IF NOT WS-FIM-ARQUIVO
               ADD 1 TO WS-TOTAL-LIDAS
           END-IF.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3150-LER-REGISTRO-JORNAL - LE A PROXIMA ENTRADA PARA    *
      * JOURNAL-REC, DO JORNAL HISTORICO OU DO JORNAL VIVO      *
      * CONFORME WS-LENDO-JRNARC (O JORNAL VIVO FICA ABERTO     *
      * DURANTE A LEITURA DO HISTORICO).                        *
      *--------------------------------------------------------*
       3150-LER-REGISTRO-JORNAL.
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
       3150-EXIT.
           EXIT.

       3200-GUARDAR-EVENTO.
           IF JRN-OPERACAO NOT = "L"
              AND JRN-OPERACAO NOT = "B"
               MOVE JRN-ID TO WS-ID-CANDIDATO
               MOVE "N" TO WS-ACHOU-SW
               PERFORM 2910-COMPARAR-PESSOA THRU 2910-EXIT
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-QTD-PESSOAS
                      OR WS-ACHOU
               IF WS-ACHOU
                   PERFORM 3300-NORMALIZAR-IMAGENS THRU 3300-EXIT
                   PERFORM 3400-EMPILHAR-EVENTO THRU 3400-EXIT
               END-IF
           END-IF.
           PERFORM 3100-LER-ENTRADA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3300-NORMALIZAR-IMAGENS - COPIA AS IMAGENS DA ENTRADA   *
      * CORRENTE PARA WS-IMG-ANTES/WS-IMG-DEPOIS NO LAYOUT DE   *
      * 49 POSICOES. A LINHA GRAVADA ANTES DO DEPARTAMENTO TEM  *
      * IMAGENS DE 45 POSICOES (ANTES EM 49:45, DEPOIS EM       *
      * 95:45) E E RECONHECIDA PELO ID DA IMAGEM-DEPOIS, QUE    *
      * NELA COMECA NA POSICAO 95 E NAO NA 99; O DEPARTAMENTO   *
      * DESSAS IMAGENS FICA EM BRANCO. NA EXCLUSAO (SEM         *
      * IMAGEM-DEPOIS) OS DOIS LAYOUTS DAO A MESMA IMAGEM-ANTES.*
      *--------------------------------------------------------*
       3300-NORMALIZAR-IMAGENS.
           MOVE "N" TO WS-LAYOUT-ANTIGO-SW.
           MOVE JRN-ANTES TO WS-IMG-ANTES.
           MOVE JRN-DEPOIS TO WS-IMG-DEPOIS.
           IF JRN-OPERACAO NOT = "E"
              AND JOURNAL-REC (99:6) NOT = JRN-ID
              AND JOURNAL-REC (95:6) = JRN-ID
               SET WS-LAYOUT-ANTIGO TO TRUE
               MOVE SPACES TO WS-IMG-ANTES
               MOVE SPACES TO WS-IMG-DEPOIS
               MOVE JOURNAL-REC (49:45) TO WS-IMG-ANTES (1:45)
               MOVE JOURNAL-REC (95:45) TO WS-IMG-DEPOIS (1:45)
           END-IF.
       3300-EXIT.
           EXIT.

       3400-EMPILHAR-EVENTO.
           IF WS-QTD-EVENTOS < WS-MAX-EVENTOS
               ADD 1 TO WS-QTD-EVENTOS
               MOVE WS-QTD-EVENTOS TO WS-EX
               MOVE JRN-ID TO WS-EVT-ID (WS-EX)
               MOVE JRN-DATA TO WS-EVT-DATA (WS-EX)
               MOVE JRN-HORA TO WS-EVT-HORA (WS-EX)
               MOVE WS-TOTAL-LIDAS TO WS-EVT-SEQ (WS-EX)
               MOVE JRN-OPERACAO TO WS-EVT-OPERACAO (WS-EX)
               MOVE JRN-PROGRAMA TO WS-EVT-PROGRAMA (WS-EX)
               MOVE JRN-OPERADOR TO WS-EVT-OPERADOR (WS-EX)
               MOVE WS-LAYOUT-ANTIGO-SW TO WS-EVT-LAYOUT (WS-EX)
               MOVE WS-IMG-ANTES TO WS-EVT-ANTES (WS-EX)
               MOVE WS-IMG-DEPOIS TO WS-EVT-DEPOIS (WS-EX)
               IF WS-LAYOUT-ANTIGO
                   ADD 1 TO WS-TOTAL-ANTIGAS
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-PERDIDAS
           END-IF.
       3400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3500-LER-HISTORICO - GUARDA A IMAGEM ARQUIVADA PELO     *
      * EXPURGO (PERSOARC) DE CADA PESSOA DA CONSULTA; A ULTIMA *
      * IMAGEM DO ARQUIVO PREVALECE.                            *
      *--------------------------------------------------------*
       3500-LER-HISTORICO.
           IF WS-QTD-PESSOAS > ZERO
               OPEN INPUT ARCH-FILE
               IF FS-ARCH-OK
                   SET WS-ARQUIVO-OK TO TRUE
                   MOVE "N" TO WS-FIM-ARQUIVO-SW
                   PERFORM 3510-LER-ARQUIVADO THRU 3510-EXIT
                       UNTIL WS-FIM-ARQUIVO
                   CLOSE ARCH-FILE
               ELSE
                   DISPLAY "HISTORICO DO EXPURGO (PERSOARC) AUSENTE "
                           "- CONSULTA SO NO JORNAL E NO CADASTRO"
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

       3510-LER-ARQUIVADO.
           READ ARCH-FILE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF ARCH-REC (1:6) IS NUMERIC
                       MOVE ARCH-REC (1:6) TO WS-ID-CANDIDATO
                       MOVE "N" TO WS-ACHOU-SW
                       PERFORM 2910-COMPARAR-PESSOA THRU 2910-EXIT
                           VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-QTD-PESSOAS
                              OR WS-ACHOU
                       IF WS-ACHOU
                           SUBTRACT 1 FROM WS-PX
                           MOVE "S" TO WS-PES-ARQUIVADA (WS-PX)
                           MOVE ARCH-REC TO WS-PES-IMAGEM-ARQ (WS-PX)
                       END-IF
                   END-IF
           END-READ.
       3510-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3700-ORDENAR-EVENTOS - ORDENACAO POR BOLHA PELA CHAVE   *
      * ID + DATA + HORA + ORDEM NO JORNAL; O JORNAL JA VEM     *
      * QUASE EM ORDEM E A ORDENACAO TERMINA EM POUCAS          *
      * PASSADAS.                                               *
      *--------------------------------------------------------*
       3700-ORDENAR-EVENTOS.
           IF WS-QTD-EVENTOS > 1
               MOVE "S" TO WS-TROCOU-SW
               PERFORM 3710-PASSADA THRU 3710-EXIT
                   UNTIL NOT WS-TROCOU
           END-IF.
       3700-EXIT.
           EXIT.

       3710-PASSADA.
           MOVE "N" TO WS-TROCOU-SW.
           PERFORM 3720-COMPARAR-PAR THRU 3720-EXIT
               VARYING WS-EY FROM 1 BY 1
               UNTIL WS-EY NOT < WS-QTD-EVENTOS.
       3710-EXIT.
           EXIT.

       3720-COMPARAR-PAR.
           IF WS-EVT-CHAVE (WS-EY) > WS-EVT-CHAVE (WS-EY + 1)
               MOVE WS-EVT-ENT (WS-EY) TO WS-EVT-TEMP
               MOVE WS-EVT-ENT (WS-EY + 1) TO WS-EVT-ENT (WS-EY)
               MOVE WS-EVT-TEMP TO WS-EVT-ENT (WS-EY + 1)
               SET WS-TROCOU TO TRUE
           END-IF.
       3720-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-IMPRIMIR-HISTORICOS - UM BLOCO POR PESSOA DA       *
      * CONSULTA: EVENTOS DO JORNAL, ARQUIVAMENTO E IMAGEM      *
      * ATUAL DO CADASTRO.                                      *
      *--------------------------------------------------------*
       4000-IMPRIMIR-HISTORICOS.
           IF WS-QTD-PESSOAS = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE "NENHUMA PESSOA ENCONTRADA PARA A CONSULTA"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           ELSE
               PERFORM 4100-IMPRIMIR-PESSOA THRU 4100-EXIT
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-QTD-PESSOAS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-PESSOA.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "HISTORICO DO PERSON-ID " DELIMITED BY SIZE
                  WS-PES-ID (WS-PX) DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE ALL "-" TO PRINT-REC (1:60).
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE "N" TO WS-ACHOU-SW.
           PERFORM 4200-IMPRIMIR-EVENTO THRU 4200-EXIT
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-QTD-EVENTOS.
           IF NOT WS-ACHOU
               MOVE SPACES TO PRINT-REC
               MOVE "  NENHUMA ENTRADA NO JORNAL PARA ESTE ID"
                   TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           PERFORM 4500-IMPRIMIR-ARQUIVAMENTO THRU 4500-EXIT.
           PERFORM 4600-IMPRIMIR-CADASTRO THRU 4600-EXIT.
           IF NOT WS-ACHOU
              AND WS-PES-ARQUIVADA (WS-PX) = "N"
              AND NOT WS-NO-CADASTRO
               ADD 1 TO WS-TOTAL-SEM-REGISTRO
               MOVE SPACES TO PRINT-REC
               MOVE "  *** PERSON-ID SEM NENHUM REGISTRO NO JORNAL, "
                   TO PRINT-REC
               MOVE "NO HISTORICO OU NO CADASTRO ***"
                   TO PRINT-REC (49:31)
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4200-IMPRIMIR-EVENTO - LINHA DO EVENTO (DATA, HORA,     *
      * OPERACAO, OPERADOR - TRACOS EM LINHA ANTERIOR AO ID DO  *
      * OPERADOR - E PROGRAMA) E O DETALHE: IMAGEM              *
      * COMPLETA NA INCLUSAO E NA EXCLUSAO, CAMPOS ALTERADOS NA *
      * ALTERACAO E NA TROCA DE SITUACAO.                       *
      *--------------------------------------------------------*
       4200-IMPRIMIR-EVENTO.
           IF WS-EVT-ID (WS-EX) = WS-PES-ID (WS-PX)
               SET WS-ACHOU TO TRUE
               ADD 1 TO WS-TOTAL-EVENTOS
               MOVE WS-EVT-ANTES (WS-EX) TO WS-IMG-ANTES
               MOVE WS-EVT-DEPOIS (WS-EX) TO WS-IMG-DEPOIS
               MOVE WS-EVT-DATA (WS-EX) TO WS-DATA-AAAAMMDD
               PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT
               MOVE SPACES TO WS-HORA-FMT
               STRING WS-EVT-HORA (WS-EX) (1:2) ":" DELIMITED BY SIZE
                      WS-EVT-HORA (WS-EX) (3:2) ":" DELIMITED BY SIZE
                      WS-EVT-HORA (WS-EX) (5:2)     DELIMITED BY SIZE
                   INTO WS-HORA-FMT
               IF WS-EVT-OPERADOR (WS-EX) = SPACES
                   MOVE "--------" TO WS-OPERADOR-EXIB
               ELSE
                   MOVE WS-EVT-OPERADOR (WS-EX) TO WS-OPERADOR-EXIB
               END-IF
               EVALUATE WS-EVT-OPERACAO (WS-EX)
                   WHEN "I"
                       MOVE "INCLUSAO" TO WS-DESCRICAO-OPERACAO
                   WHEN "A"
                       MOVE "ALTERACAO" TO WS-DESCRICAO-OPERACAO
                   WHEN "E"
                       MOVE "EXCLUSAO" TO WS-DESCRICAO-OPERACAO
                   WHEN "S"
                       MOVE "TROCA DE SITUACAO"
                           TO WS-DESCRICAO-OPERACAO
                   WHEN OTHER
                       MOVE "OUTRA OPERACAO" TO WS-DESCRICAO-OPERACAO
               END-EVALUATE
               MOVE SPACES TO PRINT-REC
               STRING "  " DELIMITED BY SIZE
                      WS-DATA-FMT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HORA-FMT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DESCRICAO-OPERACAO DELIMITED BY SIZE
                      " OPERADOR " DELIMITED BY SIZE
                      WS-OPERADOR-EXIB DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-EVT-PROGRAMA (WS-EX) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO PRINT-REC
               IF WS-EVT-LAYOUT (WS-EX) = "S"
                   MOVE "IMAGEM DE 45 POSICOES" TO PRINT-REC (90:21)
               END-IF
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               EVALUATE WS-EVT-OPERACAO (WS-EX)
                   WHEN "I"
                       PERFORM 4400-IMPRIMIR-IMAGEM THRU 4400-EXIT
                   WHEN "E"
                       MOVE WS-IMG-ANTES TO WS-IMG-DEPOIS
                       PERFORM 4400-IMPRIMIR-IMAGEM THRU 4400-EXIT
                   WHEN OTHER
                       PERFORM 4300-DECODIFICAR-CAMPOS THRU 4300-EXIT
               END-EVALUATE
           END-IF.
       4200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4300-DECODIFICAR-CAMPOS - COMPARA AS IMAGENS ANTES E    *
      * DEPOIS CAMPO A CAMPO E IMPRIME UMA LINHA "DE -> PARA"   *
      * POR CAMPO ALTERADO.                                     *
      *--------------------------------------------------------*
       4300-DECODIFICAR-CAMPOS.
           MOVE "N" TO WS-DIFERENCA-SW.
           IF ANT-NOME NOT = DEP-NOME
               MOVE "NOME" TO WS-NOME-CAMPO
               MOVE ANT-NOME TO WS-VALOR-ANTES
               MOVE DEP-NOME TO WS-VALOR-DEPOIS
               PERFORM 4310-IMPRIMIR-CAMPO THRU 4310-EXIT
           END-IF.
           IF WS-IMG-ANTES (27:3) NOT = WS-IMG-DEPOIS (27:3)
               MOVE "IDADE" TO WS-NOME-CAMPO
               MOVE WS-IMG-ANTES (27:3) TO WS-VALOR-ANTES
               MOVE WS-IMG-DEPOIS (27:3) TO WS-VALOR-DEPOIS
               PERFORM 4310-IMPRIMIR-CAMPO THRU 4310-EXIT
           END-IF.
           IF WS-IMG-ANTES (30:7) NOT = WS-IMG-DEPOIS (30:7)
               MOVE "DATA DE NASCIMENTO" TO WS-NOME-CAMPO
               MOVE WS-IMG-ANTES (30:7) TO WS-NASC-ENT
               PERFORM 8310-FORMATAR-NASCIMENTO THRU 8310-EXIT
               MOVE WS-NASC-FMT TO WS-VALOR-ANTES
               MOVE WS-IMG-DEPOIS (30:7) TO WS-NASC-ENT
               PERFORM 8310-FORMATAR-NASCIMENTO THRU 8310-EXIT
               MOVE WS-NASC-FMT TO WS-VALOR-DEPOIS
               PERFORM 4310-IMPRIMIR-CAMPO THRU 4310-EXIT
           END-IF.
           IF ANT-SITUACAO NOT = DEP-SITUACAO
               MOVE "SITUACAO" TO WS-NOME-CAMPO
               MOVE ANT-SITUACAO TO WS-SIT-CODIGO
               PERFORM 8320-DESCREVER-SITUACAO THRU 8320-EXIT
               MOVE WS-SIT-DESC TO WS-VALOR-ANTES
               MOVE DEP-SITUACAO TO WS-SIT-CODIGO
               PERFORM 8320-DESCREVER-SITUACAO THRU 8320-EXIT
               MOVE WS-SIT-DESC TO WS-VALOR-DEPOIS
               PERFORM 4310-IMPRIMIR-CAMPO THRU 4310-EXIT
           END-IF.
           IF WS-IMG-ANTES (38:8) NOT = WS-IMG-DEPOIS (38:8)
               MOVE "DATA DA SITUACAO" TO WS-NOME-CAMPO
               MOVE WS-IMG-ANTES (38:8) TO WS-DATA-AAAAMMDD
               PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT
               MOVE WS-DATA-FMT TO WS-VALOR-ANTES
               MOVE WS-IMG-DEPOIS (38:8) TO WS-DATA-AAAAMMDD
               PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT
               MOVE WS-DATA-FMT TO WS-VALOR-DEPOIS
               PERFORM 4310-IMPRIMIR-CAMPO THRU 4310-EXIT
           END-IF.
           IF ANT-DEPTO NOT = DEP-DEPTO
               MOVE "DEPARTAMENTO" TO WS-NOME-CAMPO
               MOVE ANT-DEPTO TO WS-VALOR-ANTES
               MOVE DEP-DEPTO TO WS-VALOR-DEPOIS
               PERFORM 4310-IMPRIMIR-CAMPO THRU 4310-EXIT
           END-IF.
           IF NOT WS-DIFERENCA
               MOVE SPACES TO PRINT-REC
               MOVE "      (NENHUM CAMPO ALTERADO)" TO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

       4310-IMPRIMIR-CAMPO.
           SET WS-DIFERENCA TO TRUE.
           MOVE SPACES TO PRINT-REC.
           STRING "      " DELIMITED BY SIZE
                  WS-NOME-CAMPO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-VALOR-ANTES DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-VALOR-DEPOIS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4400-IMPRIMIR-IMAGEM - IMPRIME OS CAMPOS DA IMAGEM QUE  *
      * ESTA EM WS-IMG-DEPOIS NUMA LINHA.                       *
      *--------------------------------------------------------*
       4400-IMPRIMIR-IMAGEM.
           MOVE WS-IMG-DEPOIS (30:7) TO WS-NASC-ENT.
           PERFORM 8310-FORMATAR-NASCIMENTO THRU 8310-EXIT.
           MOVE WS-IMG-DEPOIS (38:8) TO WS-DATA-AAAAMMDD.
           PERFORM 8300-FORMATAR-DATA THRU 8300-EXIT.
           MOVE WS-DATA-FMT TO WS-SIT-DATA-FMT.
           MOVE DEP-SITUACAO TO WS-SIT-CODIGO.
           PERFORM 8320-DESCREVER-SITUACAO THRU 8320-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "      NOME " DELIMITED BY SIZE
                  DEP-NOME DELIMITED BY SIZE
                  " IDADE " DELIMITED BY SIZE
                  WS-IMG-DEPOIS (27:3) DELIMITED BY SIZE
                  " NASC " DELIMITED BY SIZE
                  WS-NASC-FMT DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  WS-SIT-DESC DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  WS-SIT-DATA-FMT DELIMITED BY SIZE
                  " DEPTO " DELIMITED BY SIZE
                  DEP-DEPTO DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
       4400-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4500-IMPRIMIR-ARQUIVAMENTO - PESSOA MOVIDA PELO EXPURGO *
      * PARA O HISTORICO (PERSOARC) SAI COM A IMAGEM ARQUIVADA. *
      * O EXPURGO NAO E JORNALIZADO: A DATA DE REFERENCIA E A   *
      * DE EFEITO DA SITUACAO QUE LEVOU AO ARQUIVAMENTO.        *
      *--------------------------------------------------------*
       4500-IMPRIMIR-ARQUIVAMENTO.
           IF WS-PES-ARQUIVADA (WS-PX) = "S"
               MOVE WS-PES-IMAGEM-ARQ (WS-PX) TO WS-IMG-DEPOIS
               MOVE SPACES TO PRINT-REC
               STRING "  ARQUIVADO NO HISTORICO PELO EXPURGO "
                          DELIMITED BY SIZE
                      "(PERSOARC) - IMAGEM ARQUIVADA:"
                          DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               PERFORM 4400-IMPRIMIR-IMAGEM THRU 4400-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4600-IMPRIMIR-CADASTRO - IMAGEM ATUAL DA PESSOA NO      *
      * CADASTRO VIVO, OU AVISO DE QUE ELA NAO CONSTA MAIS.     *
      *--------------------------------------------------------*
       4600-IMPRIMIR-CADASTRO.
           MOVE "N" TO WS-NO-CADASTRO-SW.
           MOVE WS-PES-ID (WS-PX) TO PERSON-ID.
           READ PERSON-FILE
               INVALID KEY
                   MOVE SPACES TO PRINT-REC
                   MOVE "  NAO CONSTA NO CADASTRO VIVO (PERSONDB)"
                       TO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
               NOT INVALID KEY
                   SET WS-NO-CADASTRO TO TRUE
                   MOVE PERSON-REC TO WS-IMG-DEPOIS
                   MOVE SPACES TO PRINT-REC
                   MOVE "  IMAGEM ATUAL NO CADASTRO VIVO (PERSONDB):"
                       TO PRINT-REC
                   PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
                   PERFORM 4400-IMPRIMIR-IMAGEM THRU 4400-EXIT
           END-READ.
       4600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-IMPRIMIR-TOTAIS - GRAVA OS TOTAIS DA CONSULTA.     *
      *--------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS.
           MOVE WS-QTD-PESSOAS TO WS-TOTAL-PESSOAS.
           MOVE SPACES TO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "PESSOAS ENCONTRADAS............: " DELIMITED BY SIZE
                  WS-TOTAL-PESSOAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "ENTRADAS LIDAS DO JORNAL.......: " DELIMITED BY SIZE
                  WS-TOTAL-LIDAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "EVENTOS LISTADOS...............: " DELIMITED BY SIZE
                  WS-TOTAL-EVENTOS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           MOVE SPACES TO PRINT-REC.
           STRING "  COM IMAGEM DE 45 POSICOES....: " DELIMITED BY SIZE
                  WS-TOTAL-ANTIGAS DELIMITED BY SIZE
               INTO PRINT-REC.
           PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT.
           IF WS-TOTAL-PERDIDAS > ZERO
               MOVE SPACES TO PRINT-REC
               STRING "*** TABELA CHEIA - " DELIMITED BY SIZE
                      WS-TOTAL-PERDIDAS DELIMITED BY SIZE
                      " PESSOA(S)/EVENTO(S) NAO LISTADO(S) - "
                          DELIMITED BY SIZE
                      "REFINAR A CONSULTA ***" DELIMITED BY SIZE
                   INTO PRINT-REC
               PERFORM 8200-IMPRIMIR-LINHA THRU 8200-EXIT
           END-IF.
           DISPLAY "CONSULTA DE HISTORICO CONCLUIDA - "
                   WS-TOTAL-PESSOAS " PESSOA(S), "
                   WS-TOTAL-EVENTOS " EVENTO(S)".
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-IMPRIMIR-CABECALHO - ESCREVE O CABECALHO DE UMA    *
      * NOVA PAGINA DA CONSULTA DE HISTORICO.                   *
      *--------------------------------------------------------*
       8100-IMPRIMIR-CABECALHO.
           ADD 1 TO WS-NUM-PAGINA.
           MOVE SPACES TO PRINT-REC.
           STRING "CONSULTA DO HISTORICO DE ALTERACOES DA PESSOA"
                      DELIMITED BY SIZE
                  "          PAGINA: " DELIMITED BY SIZE
                  WS-NUM-PAGINA DELIMITED BY SIZE
               INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-ID-BUSCA NOT = ZERO
               STRING "CONSULTA PELO PERSON-ID: " DELIMITED BY SIZE
                      WS-ID-BUSCA DELIMITED BY SIZE
                   INTO PRINT-REC
           ELSE
               STRING "CONSULTA PELO NOME: " DELIMITED BY SIZE
                      WS-NOME-BUSCA DELIMITED BY SIZE
                   INTO PRINT-REC
           END-IF.
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
      * DD/MM/AAAA EM WS-DATA-FMT; DATA ZERADA OU INVALIDA SAI  *
      * COMO "--/--/----".                                      *
      *--------------------------------------------------------*
       8300-FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-FMT.
           IF WS-DATA-AAAAMMDD IS NUMERIC
              AND WS-DATA-AAAAMMDD > ZERO
               STRING WS-DATA-AAAAMMDD (7:2) "/" DELIMITED BY SIZE
                      WS-DATA-AAAAMMDD (5:2) "/" DELIMITED BY SIZE
                      WS-DATA-AAAAMMDD (1:4)     DELIMITED BY SIZE
                   INTO WS-DATA-FMT
           ELSE
               MOVE "--/--/----" TO WS-DATA-FMT
           END-IF.
       8300-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8310-FORMATAR-NASCIMENTO - CONVERTE A DATA DE           *
      * NASCIMENTO SAAMMDD DE WS-NASC-ENT (S=0 PARA 19XX, 1     *
      * PARA 20XX) PARA DD/MM/AAAA EM WS-NASC-FMT.              *
      *--------------------------------------------------------*
       8310-FORMATAR-NASCIMENTO.
           MOVE SPACES TO WS-NASC-FMT.
           IF WS-NASC-ENT IS NUMERIC
              AND WS-NASC-ENT NOT = ZEROS
               IF WS-NASC-ENT (1:1) = "1"
                   STRING WS-NASC-ENT (6:2) "/" DELIMITED BY SIZE
                          WS-NASC-ENT (4:2) "/20" DELIMITED BY SIZE
                          WS-NASC-ENT (2:2) DELIMITED BY SIZE
                       INTO WS-NASC-FMT
               ELSE
                   STRING WS-NASC-ENT (6:2) "/" DELIMITED BY SIZE
                          WS-NASC-ENT (4:2) "/19" DELIMITED BY SIZE
                          WS-NASC-ENT (2:2) DELIMITED BY SIZE
                       INTO WS-NASC-FMT
               END-IF
           ELSE
               MOVE "--/--/----" TO WS-NASC-FMT
           END-IF.
       8310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8320-DESCREVER-SITUACAO - TRADUZ O CODIGO DE SITUACAO   *
      * DE WS-SIT-CODIGO (BRANCO VALE ATIVO).                   *
      *--------------------------------------------------------*
       8320-DESCREVER-SITUACAO.
           EVALUATE WS-SIT-CODIGO
               WHEN "A"
                   MOVE "A-ATIVO" TO WS-SIT-DESC
               WHEN "I"
                   MOVE "I-INATIVO" TO WS-SIT-DESC
               WHEN "F"
                   MOVE "F-FALECIDO" TO WS-SIT-DESC
               WHEN SPACE
                   MOVE "BRANCO-ATIVO" TO WS-SIT-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-SIT-DESC
                   STRING WS-SIT-CODIGO "-INVALIDA" DELIMITED BY SIZE
                       INTO WS-SIT-DESC
           END-EVALUATE.
       8320-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O CADASTRO E O RELATORIO.        *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE PERSON-FILE.
           CLOSE PRINT-FILE.
       9000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9500-DEFINIR-RETORNO - CONSOLIDA O CODIGO DE RETORNO DA *
      * CONSULTA: 0=PESSOA ENCONTRADA E LISTADA POR INTEIRO,    *
      * 4=NINGUEM ENCONTRADO, ID SEM NENHUM REGISTRO OU       *
      * TABELA CHEIA (CONSULTA AMPLA DEMAIS).                   *
      *--------------------------------------------------------*
       9500-DEFINIR-RETORNO.
           IF WS-COD-RETORNO < 4
              AND (WS-QTD-PESSOAS = ZERO
                   OR WS-TOTAL-SEM-REGISTRO > ZERO
                   OR WS-TOTAL-PERDIDAS > ZERO)
               MOVE 4 TO WS-COD-RETORNO
           END-IF.
           MOVE WS-COD-RETORNO TO RETURN-CODE.
           DISPLAY "CODIGO DE RETORNO DA RODADA: " WS-COD-RETORNO.
       9500-EXIT.
           EXIT.

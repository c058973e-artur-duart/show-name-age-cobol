       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINTENANCE.
      ********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: MANTER O CADASTRO DE DEPARTAMENTOS/CENTROS DE
      *           CUSTO (DEPTOS, COPYBOOK DEPTO-REC): INCLUIR,
      *           ALTERAR, FECHAR, CONSULTAR E LISTAR UM
      *           DEPARTAMENTO PELO CODIGO. O CADASTRO E A
      *           REFERENCIA DA CRITICA DE DEPARTAMENTO DE
      *           PERSON-MAINTENANCE E PERSON-BATCH-UPDATE E DA
      *           DESCRICAO IMPRESSA AO LADO DO CODIGO NOS
      *           RELATORIOS. DEPARTAMENTO NAO E EXCLUIDO - E
      *           FECHADO, PARA O NOME CONTINUAR APARECENDO NOS
      *           RELATORIOS DE QUEM AINDA ESTA NELE.
      * DATA: 14/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 14/09/2026 AD     VERSAO ORIGINAL - INCLUIR, ALTERAR,
      *                   FECHAR, CONSULTAR E LISTAR (I/A/F/C/L).
      * 15/10/2026 AD     FECHAMENTO COM DATA FUTURA SO GRAVA O
      *                   FIM DA VIGENCIA (NAO MARCA FECHADO).
      * 15/10/2026 AD     DATAS DA VIGENCIA CRITICADAS PELO NUMERO
      *                   DE DIAS DO MES (FEVEREIRO BISSEXTO).
      * 15/10/2026 AD     REABERTURA (SITUACAO A EM DEPARTAMENTO
      *                   FECHADO) ZERA O FIM DA VIGENCIA DO
      *                   FECHAMENTO.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".
           88  FS-DEPTO-NAO-ENCONTRADO      VALUE "23".
           88  FS-DEPTO-DUPLICADO           VALUE "22".

       77  WS-OPCAO                         PIC X(01).
           88  WS-OPCAO-INCLUIR             VALUE "I".
           88  WS-OPCAO-ALTERAR             VALUE "A".
           88  WS-OPCAO-FECHAR              VALUE "F".
           88  WS-OPCAO-CONSULTAR           VALUE "C".
           88  WS-OPCAO-LISTAR              VALUE "L".
           88  WS-OPCAO-SAIR                VALUE "S".

       77  WS-FIM-PROGRAMA-SW               PIC X(01)   VALUE "N".
           88  WS-FIM-PROGRAMA              VALUE "S".
       77  WS-FIM-VARREDURA-SW              PIC X(01)   VALUE "N".
           88  WS-FIM-VARREDURA             VALUE "S".
       77  WS-DADOS-VALIDOS-SW              PIC X(01).
           88  WS-DADOS-VALIDOS             VALUE "S".

       77  WS-CODIGO-ENT                    PIC X(04).
       77  WS-DESCRICAO-ENT                 PIC X(30).
       77  WS-RESPONSAVEL-ENT               PIC X(20).
       77  WS-SIT-ENT                       PIC X(01).
       77  WS-DATA-ENT                      PIC X(08).
       77  WS-QTD-LISTADOS                  PIC 9(03)   VALUE ZERO.

       77  WS-MINUSCULAS                    PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-MAIUSCULAS                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-DATA-EXEC                     PIC 9(08).
       01  WS-DATA-TESTE                    PIC 9(08).
       01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05  WS-TESTE-ANO                 PIC 9(04).
           05  WS-TESTE-MES                 PIC 9(02).
           05  WS-TESTE-DIA                 PIC 9(02).

       77  WS-ULTIMO-DIA-MES                PIC 9(02).
       77  WS-BISSEXTO-SW                   PIC X(01).
           88  WS-BISSEXTO                  VALUE "S".
       77  WS-QUOC                          PIC 9(05)   COMP.
       77  WS-RESTO                         PIC 9(05)   COMP.

      *    NUMERO DE DIAS DE CADA MES (FEVEREIRO COMUM; O 29 E
      *    ACEITO SO EM ANO BISSEXTO).
       01  WS-TABELA-DIAS-MES               PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-TABELA-DIAS-MES-R REDEFINES WS-TABELA-DIAS-MES.
           05  WS-DIAS-NO-MES               PIC 9(02) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
      *--------------------------------------------------------*
      * 0000-MAINLINE-PROCESS - MENU DE MANUTENCAO DO CADASTRO  *
      * DE DEPARTAMENTOS, REPETIDO ATE O OPERADOR ESCOLHER SAIR.*
      *--------------------------------------------------------*
       0000-MAINLINE-PROCESS.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-OPCAO THRU 2000-EXIT
               UNTIL WS-FIM-PROGRAMA.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O CADASTRO DE DEPARTAMENTOS     *
      * PARA E/S (CRIANDO-O NA PRIMEIRA VEZ).                   *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           OPEN I-O DEPTO-FILE.
           IF NOT FS-DEPTO-OK
               CLOSE DEPTO-FILE
               OPEN OUTPUT DEPTO-FILE
               CLOSE DEPTO-FILE
               OPEN I-O DEPTO-FILE
           END-IF.
           IF NOT FS-DEPTO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR DEPTO-FILE "
                       "- STATUS " FS-DEPTO-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 2000-PROCESSAR-OPCAO - LE A OPCAO DO OPERADOR E CHAMA A *
      * ROTINA DE MANUTENCAO CORRESPONDENTE.                    *
      *--------------------------------------------------------*
       2000-PROCESSAR-OPCAO.
           DISPLAY "I-INCLUIR  A-ALTERAR  F-FECHAR  C-CONSULTAR  "
                   "L-LISTAR  S-SAIR ? ".
           ACCEPT WS-OPCAO.
           INSPECT WS-OPCAO CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-EXIT
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 4000-ALTERAR THRU 4000-EXIT
               WHEN WS-OPCAO-FECHAR
                   PERFORM 5000-FECHAR THRU 5000-EXIT
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 6000-CONSULTAR THRU 6000-EXIT
               WHEN WS-OPCAO-LISTAR
                   PERFORM 6500-LISTAR THRU 6500-EXIT
               WHEN WS-OPCAO-SAIR
                   SET WS-FIM-PROGRAMA TO TRUE
               WHEN OTHER
                   DISPLAY "*** OPCAO INVALIDA ***"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 3000-INCLUIR - GRAVA UM DEPARTAMENTO NOVO, ABERTO, COM  *
      * A VIGENCIA INFORMADA (INICIO ENTER = DATA DA EXECUCAO,  *
      * FIM ENTER = SEM TERMINO). CODIGO EM BRANCO OU "----"    *
      * E RECUSADO: E O BALDE DOS NAO ATRIBUIDOS NOS            *
      * RELATORIOS.                                             *
      *--------------------------------------------------------*
       3000-INCLUIR.
           PERFORM 8000-OBTER-CODIGO THRU 8000-EXIT.
           IF DEPTO-CODIGO = SPACES OR DEPTO-CODIGO = "----"
               DISPLAY "*** CODIGO INVALIDO - DEPARTAMENTO NAO "
                       "INCLUIDO ***"
           ELSE
               READ DEPTO-FILE
                   INVALID KEY
                       PERFORM 3100-MONTAR-INCLUSAO THRU 3100-EXIT
                   NOT INVALID KEY
                       DISPLAY "*** DEPARTAMENTO " DEPTO-CODIGO
                               " JA CADASTRADO - USE A ALTERACAO ***"
               END-READ
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MONTAR-INCLUSAO.
           MOVE WS-CODIGO-ENT TO DEPTO-CODIGO.
           MOVE SPACES TO DEPTO-DESCRICAO.
           MOVE SPACES TO DEPTO-RESPONSAVEL.
           MOVE ZEROS TO DEPTO-DATA-INICIO.
           MOVE ZEROS TO DEPTO-DATA-FIM.
           SET DEPTO-ABERTO TO TRUE.
           PERFORM 8100-OBTER-DADOS THRU 8100-EXIT.
           IF DEPTO-DATA-INICIO = ZEROS
               MOVE WS-DATA-EXEC TO DEPTO-DATA-INICIO
           END-IF.
           PERFORM 8300-CRITICAR-DEPTO THRU 8300-EXIT.
           IF WS-DADOS-VALIDOS
               WRITE DEPTO-REC
                   INVALID KEY
                       DISPLAY "*** ERRO AO INCLUIR " DEPTO-CODIGO
                               " - STATUS " FS-DEPTO-FILE " ***"
                   NOT INVALID KEY
                       DISPLAY "DEPARTAMENTO " DEPTO-CODIGO
                               " INCLUIDO"
               END-WRITE
           ELSE
               DISPLAY "*** DEPARTAMENTO " DEPTO-CODIGO
                       " NAO INCLUIDO ***"
           END-IF.
       3100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4000-ALTERAR - LOCALIZA O DEPARTAMENTO PELO CODIGO E    *
      * ATUALIZA DESCRICAO, RESPONSAVEL, VIGENCIA E SITUACAO    *
      * (ENTER MANTEM O VALOR ATUAL; A SITUACAO A REABRE UM     *
      * DEPARTAMENTO FECHADO E ZERA O FIM DA VIGENCIA DO        *
      * FECHAMENTO, SALVO NOVO FIM POSTERIOR A DATA DA          *
      * EXECUCAO INFORMADO NESTA ALTERACAO).                    *
      *--------------------------------------------------------*
       4000-ALTERAR.
           PERFORM 8000-OBTER-CODIGO THRU 8000-EXIT.
           READ DEPTO-FILE
               INVALID KEY
                   DISPLAY "*** NAO ENCONTRADO O DEPARTAMENTO "
                           WS-CODIGO-ENT " ***"
               NOT INVALID KEY
                   PERFORM 6100-EXIBIR-DEPTO THRU 6100-EXIT
                   PERFORM 8100-OBTER-DADOS THRU 8100-EXIT
                   DISPLAY "SITUACAO (A-ABERTO  F-FECHADO, "
                           "ENTER=MANTER)? "
                   ACCEPT WS-SIT-ENT
                   INSPECT WS-SIT-ENT CONVERTING WS-MINUSCULAS
                       TO WS-MAIUSCULAS
                   IF WS-SIT-ENT = "A" AND DEPTO-FECHADO
                      AND DEPTO-DATA-FIM NOT > WS-DATA-EXEC
                       MOVE ZEROS TO DEPTO-DATA-FIM
                   END-IF
                   IF WS-SIT-ENT = "A" OR WS-SIT-ENT = "F"
                       MOVE WS-SIT-ENT TO DEPTO-SITUACAO
                   END-IF
                   PERFORM 8300-CRITICAR-DEPTO THRU 8300-EXIT
                   IF WS-DADOS-VALIDOS
                       REWRITE DEPTO-REC
                           INVALID KEY
                               DISPLAY "*** ERRO AO ALTERAR "
                                       DEPTO-CODIGO " ***"
                           NOT INVALID KEY
                               DISPLAY "DEPARTAMENTO " DEPTO-CODIGO
                                       " ALTERADO"
                       END-REWRITE
                   ELSE
                       DISPLAY "*** DEPARTAMENTO " DEPTO-CODIGO
                               " NAO ALTERADO ***"
                   END-IF
           END-READ.
       4000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-FECHAR - FECHA O DEPARTAMENTO COM A DATA DE FIM DA *
      * VIGENCIA INFORMADA (ENTER = DATA DA EXECUCAO). A PARTIR *
      * DAI O CODIGO E RECUSADO NA INCLUSAO E NA ALTERACAO DE   *
      * PESSOAS; QUEM JA ESTA NELE CONTINUA ATE SER REMANEJADO. *
      * FIM POSTERIOR A DATA DA EXECUCAO SO PROGRAMA O          *
      * FECHAMENTO: O DEPARTAMENTO CONTINUA ABERTO E PASSA A    *
      * SER RECUSADO, PELA VIGENCIA, QUANDO A DATA PASSAR.      *
      *--------------------------------------------------------*
       5000-FECHAR.
           PERFORM 8000-OBTER-CODIGO THRU 8000-EXIT.
           READ DEPTO-FILE
               INVALID KEY
                   DISPLAY "*** NAO ENCONTRADO O DEPARTAMENTO "
                           WS-CODIGO-ENT " ***"
               NOT INVALID KEY
                   IF DEPTO-FECHADO
                       DISPLAY "*** DEPARTAMENTO " DEPTO-CODIGO
                               " JA FECHADO DESDE " DEPTO-DATA-FIM
                               " ***"
                   ELSE
                       DISPLAY "DATA DE FIM (AAAAMMDD, ENTER=DATA "
                               "DA EXECUCAO)? "
                       ACCEPT WS-DATA-ENT
                       IF WS-DATA-ENT IS NUMERIC
                          AND WS-DATA-ENT NOT = ZEROS
                           MOVE WS-DATA-ENT TO DEPTO-DATA-FIM
                       ELSE
                           MOVE WS-DATA-EXEC TO DEPTO-DATA-FIM
                       END-IF
                       IF DEPTO-DATA-FIM NOT > WS-DATA-EXEC
                           SET DEPTO-FECHADO TO TRUE
                       END-IF
                       PERFORM 8300-CRITICAR-DEPTO THRU 8300-EXIT
                       IF WS-DADOS-VALIDOS
                           REWRITE DEPTO-REC
                               INVALID KEY
                                   DISPLAY "*** ERRO AO FECHAR "
                                           DEPTO-CODIGO " ***"
                               NOT INVALID KEY
                                   IF DEPTO-FECHADO
                                       DISPLAY "DEPARTAMENTO "
                                               DEPTO-CODIGO
                                               " FECHADO EM "
                                               DEPTO-DATA-FIM
                                   ELSE
                                       DISPLAY "DEPARTAMENTO "
                                               DEPTO-CODIGO
                                               " COM FIM DA VIGENCIA"
                                               " PROGRAMADO PARA "
                                               DEPTO-DATA-FIM
                                   END-IF
                           END-REWRITE
                       ELSE
                           DISPLAY "*** DEPARTAMENTO " DEPTO-CODIGO
                                   " NAO FECHADO ***"
                       END-IF
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6000-CONSULTAR - EXIBE O DEPARTAMENTO DE UM CODIGO.     *
      *--------------------------------------------------------*
       6000-CONSULTAR.
           PERFORM 8000-OBTER-CODIGO THRU 8000-EXIT.
           READ DEPTO-FILE
               INVALID KEY
                   DISPLAY "*** NAO ENCONTRADO O DEPARTAMENTO "
                           WS-CODIGO-ENT " ***"
               NOT INVALID KEY
                   PERFORM 6100-EXIBIR-DEPTO THRU 6100-EXIT
           END-READ.
       6000-EXIT.
           EXIT.

       6100-EXIBIR-DEPTO.
           DISPLAY "CODIGO......: " DEPTO-CODIGO.
           DISPLAY "DESCRICAO...: " DEPTO-DESCRICAO.
           DISPLAY "RESPONSAVEL.: " DEPTO-RESPONSAVEL.
           DISPLAY "SITUACAO....: " DEPTO-SITUACAO.
           DISPLAY "VIGENCIA....: " DEPTO-DATA-INICIO " A "
                   DEPTO-DATA-FIM.
       6100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6500-LISTAR - LISTA TODO O CADASTRO NA ORDEM DO CODIGO, *
      * UMA LINHA POR DEPARTAMENTO.                             *
      *--------------------------------------------------------*
       6500-LISTAR.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-FIM-VARREDURA-SW.
           MOVE LOW-VALUES TO DEPTO-CODIGO.
           START DEPTO-FILE KEY IS NOT < DEPTO-CODIGO
               INVALID KEY
                   SET WS-FIM-VARREDURA TO TRUE
           END-START.
           PERFORM 6510-LER-LISTAR THRU 6510-EXIT
               UNTIL WS-FIM-VARREDURA.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "*** CADASTRO DE DEPARTAMENTOS VAZIO ***"
           ELSE
               DISPLAY WS-QTD-LISTADOS " DEPARTAMENTO(S) LISTADO(S)"
           END-IF.
       6500-EXIT.
           EXIT.

       6510-LER-LISTAR.
           READ DEPTO-FILE NEXT RECORD
               AT END
                   SET WS-FIM-VARREDURA TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTD-LISTADOS
                   DISPLAY DEPTO-CODIGO "  " DEPTO-DESCRICAO
                           "  " DEPTO-RESPONSAVEL
                           "  " DEPTO-SITUACAO
                           "  " DEPTO-DATA-INICIO
                           "  " DEPTO-DATA-FIM
           END-READ.
       6510-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8000-OBTER-CODIGO - PEDE O CODIGO DO DEPARTAMENTO, EM   *
      * CAIXA ALTA, E O COLOCA NA CHAVE DO REGISTRO.            *
      *--------------------------------------------------------*
       8000-OBTER-CODIGO.
           DISPLAY "CODIGO DO DEPARTAMENTO (4 POSICOES): ".
           ACCEPT WS-CODIGO-ENT.
           INSPECT WS-CODIGO-ENT CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           MOVE WS-CODIGO-ENT TO DEPTO-CODIGO.
       8000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8100-OBTER-DADOS - PEDE DESCRICAO, RESPONSAVEL E        *
      * VIGENCIA; ENTER MANTEM O VALOR JA PRESENTE NO REGISTRO. *
      *--------------------------------------------------------*
       8100-OBTER-DADOS.
           DISPLAY "DESCRICAO (ENTER=MANTER)? ".
           MOVE SPACES TO WS-DESCRICAO-ENT.
           ACCEPT WS-DESCRICAO-ENT.
           IF WS-DESCRICAO-ENT NOT = SPACES
               INSPECT WS-DESCRICAO-ENT CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
               MOVE WS-DESCRICAO-ENT TO DEPTO-DESCRICAO
           END-IF.
           DISPLAY "RESPONSAVEL (ENTER=MANTER)? ".
           MOVE SPACES TO WS-RESPONSAVEL-ENT.
           ACCEPT WS-RESPONSAVEL-ENT.
           IF WS-RESPONSAVEL-ENT NOT = SPACES
               INSPECT WS-RESPONSAVEL-ENT CONVERTING WS-MINUSCULAS
                   TO WS-MAIUSCULAS
               MOVE WS-RESPONSAVEL-ENT TO DEPTO-RESPONSAVEL
           END-IF.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, ENTER=MANTER/"
                   "DATA DA EXECUCAO)? ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
              AND WS-DATA-ENT NOT = ZEROS
               MOVE WS-DATA-ENT TO DEPTO-DATA-INICIO
           END-IF.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0=SEM TERMINO, "
                   "ENTER=MANTER)? ".
           MOVE SPACES TO WS-DATA-ENT.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT IS NUMERIC
               MOVE WS-DATA-ENT TO DEPTO-DATA-FIM
           ELSE
               IF WS-DATA-ENT = "0"
                   MOVE ZEROS TO DEPTO-DATA-FIM
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8300-CRITICAR-DEPTO - CONFERE O REGISTRO ANTES DE       *
      * GRAVAR: DESCRICAO OBRIGATORIA, DATAS VALIDAS E FIM NAO  *
      * ANTERIOR AO INICIO DA VIGENCIA.                         *
      *--------------------------------------------------------*
       8300-CRITICAR-DEPTO.
           SET WS-DADOS-VALIDOS TO TRUE.
           IF DEPTO-DESCRICAO = SPACES
               DISPLAY "*** DESCRICAO OBRIGATORIA ***"
               MOVE "N" TO WS-DADOS-VALIDOS-SW
           END-IF.
           MOVE DEPTO-DATA-INICIO TO WS-DATA-TESTE.
           PERFORM 8310-TESTAR-DATA THRU 8310-EXIT.
           IF DEPTO-DATA-FIM NOT = ZEROS
               MOVE DEPTO-DATA-FIM TO WS-DATA-TESTE
               PERFORM 8310-TESTAR-DATA THRU 8310-EXIT
               IF DEPTO-DATA-FIM < DEPTO-DATA-INICIO
                   DISPLAY "*** FIM DA VIGENCIA ANTERIOR AO "
                           "INICIO ***"
                   MOVE "N" TO WS-DADOS-VALIDOS-SW
               END-IF
           END-IF.
       8300-EXIT.
           EXIT.

      *    DIA CONFERIDO CONTRA O NUMERO DE DIAS DO MES (29/02 SO
      *    EM ANO BISSEXTO).
       8310-TESTAR-DATA.
           MOVE 99 TO WS-ULTIMO-DIA-MES.
           IF WS-TESTE-MES NOT < 1 AND WS-TESTE-MES NOT > 12
               MOVE WS-DIAS-NO-MES (WS-TESTE-MES) TO WS-ULTIMO-DIA-MES
               IF WS-TESTE-MES = 02
                   PERFORM 8320-TESTAR-BISSEXTO THRU 8320-EXIT
                   IF WS-BISSEXTO
                       MOVE 29 TO WS-ULTIMO-DIA-MES
                   END-IF
               END-IF
           END-IF.
           IF WS-ULTIMO-DIA-MES = 99
              OR WS-TESTE-DIA < 1
              OR WS-TESTE-DIA > WS-ULTIMO-DIA-MES
              OR WS-TESTE-ANO < 1900
               DISPLAY "*** DATA INVALIDA: " WS-DATA-TESTE " ***"
               MOVE "N" TO WS-DADOS-VALIDOS-SW
           END-IF.
       8310-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8320-TESTAR-BISSEXTO - WS-TESTE-ANO E BISSEXTO QUANDO   *
      * DIVISIVEL POR 4, EXCETO SECULAR NAO DIVISIVEL POR 400.  *
      *--------------------------------------------------------*
       8320-TESTAR-BISSEXTO.
           MOVE "N" TO WS-BISSEXTO-SW.
           DIVIDE WS-TESTE-ANO BY 4
               GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               MOVE "S" TO WS-BISSEXTO-SW
               DIVIDE WS-TESTE-ANO BY 100
                   GIVING WS-QUOC REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE "N" TO WS-BISSEXTO-SW
                   DIVIDE WS-TESTE-ANO BY 400
                       GIVING WS-QUOC REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       MOVE "S" TO WS-BISSEXTO-SW
                   END-IF
               END-IF
           END-IF.
       8320-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O CADASTRO DE DEPARTAMENTOS.     *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE DEPTO-FILE.
       9000-EXIT.
           EXIT.

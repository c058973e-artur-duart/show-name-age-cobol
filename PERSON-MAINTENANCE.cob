      *                   OPERADOR: ALEM DESSE LIMITE O T E O D
      *                   REPOSICIONARIAM NA TELA ERRADA EM
      *                   SILENCIO.
      * 14/09/2026 AD     O CODIGO DE DEPARTAMENTO INFORMADO NA
      *                   INCLUSAO E NA ALTERACAO PASSA A SER
      *                   CRITICADO CONTRA O CADASTRO DE
      *                   DEPARTAMENTOS (DEPTOS, COPYBOOK
      *                   DEPTO-REC, MANTIDO POR DEPT-MAINTENANCE):
      *                   CODIGO INEXISTENTE, FECHADO OU FORA DA
      *                   VIGENCIA RECUSA A OPERACAO. ENTER
      *                   (BRANCO) CONTINUA ACEITO (IMPLANTACAO
      *                   GRADUAL).
      * 18/09/2026 AD     IDENTIFICACAO DO OPERADOR NA ENTRADA
      *                   (OPERADORES); EXCLUSAO E SITUACAO F
      *                   RESTRITAS AO SUPERVISOR; ID DO
      *                   OPERADOR EM CADA LINHA DO JORNAL E
      *                   FALHA DE IDENTIFICACAO JORNALIZADA
      *                   COMO L.
      * 22/09/2026 AD     NOVAS OPCOES N (INCLUI OU ALTERA O
      *                   ENDERECO E CONTATO DE UM ID NO
      *                   CADASTRO CONTATOS, COPYBOOK
      *                   CONTATO-REC) E R (REMOVE O ENDERECO,
      *                   RESTRITA AO SUPERVISOR),
      *                   JORNALIZADAS NO CTTJRN (COPYBOOK
      *                   CTTJRN-REC); A EXCLUSAO DA PESSOA
      *                   REMOVE TAMBEM O ENDERECO E O DETALHE
      *                   D DA PESQUISA EXIBE O ENDERECO.
      * 15/10/2026 AD     DATA DE EFEITO NAO NUMERICA RECUSA O
      *                   ENDERECO (COMO NA CARGA EM LOTE); LINHA
      *                   DE COMENTARIO (*) DO ARQUIVO DE
      *                   OPERADORES IGNORADA NA IDENTIFICACAO.
      * 15/10/2026 AD     DATA DE EFEITO DO ENDERECO CRITICADA PELO
      *                   NUMERO DE DIAS DO MES (FEVEREIRO
      *                   BISSEXTO); NA ALTERACAO, ENTER MANTEM A
      *                   DATA DE EFEITO JA GRAVADA.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IDCTL-FILE.

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

           SELECT OPER-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPER-FILE.

           SELECT CONTATO-FILE ASSIGN TO "CONTATOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTT-PERSON-ID
               FILE STATUS IS FS-CONTATO-FILE.

           SELECT CJR-FILE ASSIGN TO "CTTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CJR-FILE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-FILE

       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  IDCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY "IDCTL-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "OPER-REC.CPY".

       FD  CONTATO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY "CONTATO-REC.CPY".

       FD  CJR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 359 CHARACTERS.
           COPY "CTTJRN-REC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-PERSON-FILE                   PIC X(02).
           88  FS-PERSON-OK                 VALUE "00".
       01  FS-IDCTL-FILE                    PIC X(02).
           88  FS-IDCTL-OK                  VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  FS-OPER-FILE                     PIC X(02).
           88  FS-OPER-OK                   VALUE "00".

       01  FS-CONTATO-FILE                  PIC X(02).
           88  FS-CONTATO-OK                VALUE "00".

       01  FS-CJR-FILE                      PIC X(02).
           88  FS-CJR-OK                    VALUE "00".

       77  WS-JRN-ABERTO-SW                 PIC X(01)   VALUE "N".
           88  WS-JRN-ABERTO                VALUE "S".
       77  WS-JRN-OPER                      PIC X(01).
       77  WS-IMAGEM-ANTES                  PIC X(49)   VALUE SPACES.
       77  WS-IMAGEM-DEPOIS                 PIC X(49)   VALUE SPACES.

       77  WS-CJR-ABERTO-SW                 PIC X(01)   VALUE "N".
           88  WS-CJR-ABERTO                VALUE "S".
       77  WS-CJR-OPER                      PIC X(01).
       77  WS-IMAGEM-CTT-ANTES              PIC X(150)  VALUE SPACES.
       77  WS-IMAGEM-CTT-DEPOIS             PIC X(150)  VALUE SPACES.

      *    OPERADOR IDENTIFICADO NA ABERTURA DA SESSAO (VAI EM
      *    CADA LINHA DO JORNAL) E O NIVEL DE AUTORIDADE DELE.
       77  WS-OPERADOR-ID                   PIC X(08)   VALUE SPACES.
       77  WS-OPERADOR-NOME                 PIC X(30)   VALUE SPACES.
       77  WS-OPERADOR-NIVEL                PIC X(01)   VALUE SPACES.
           88  WS-OPERADOR-SUPERVISOR       VALUE "S".
       77  WS-OPERADOR-OK-SW                PIC X(01)   VALUE "N".
           88  WS-OPERADOR-OK               VALUE "S".
       77  WS-OPER-ID-ENT                   PIC X(08).
       77  WS-FIM-OPERADORES-SW             PIC X(01)   VALUE "N".
           88  WS-FIM-OPERADORES            VALUE "S".
       77  WS-TENTATIVAS                    PIC 9(01)   VALUE ZERO.
       77  WS-MAX-TENTATIVAS                PIC 9(01)   VALUE 3.

       77  WS-PARM-TETO-IDADE               PIC 9(03)   VALUE 120.

       77  WS-ULTIMO-ID                     PIC 9(06)   VALUE ZERO.
           88  WS-OPCAO-CONSULTAR           VALUE "C".
           88  WS-OPCAO-SITUACAO            VALUE "T".
           88  WS-OPCAO-PESQUISAR           VALUE "P".
           88  WS-OPCAO-ENDERECO            VALUE "N".
           88  WS-OPCAO-REMOVER-END         VALUE "R".
           88  WS-OPCAO-SAIR                VALUE "S".

      *    PESQUISA POR NOME PARCIAL: TAMANHO DA TELA, COMANDO DE
       77  WS-SIT-ENT                       PIC X(01).
       77  WS-DATA-SIT-ENT                  PIC X(08).
       77  WS-DEPTO-ENT                     PIC X(04).
       77  WS-DEPTO-VALIDO-SW               PIC X(01)   VALUE "S".
           88  WS-DEPTO-VALIDO              VALUE "S".
       77  WS-MOTIVO-DEPTO                  PIC X(16)   VALUE SPACES.

      *    ENDERECO E CONTATO DIGITADOS (OPCAO N); ENTER EM UM
      *    CAMPO DE ENDERECO JA GRAVADO MANTEM O VALOR ATUAL.
       77  WS-CTT-EXISTE-SW                 PIC X(01)   VALUE "N".
           88  WS-CTT-EXISTE                VALUE "S".
       01  WS-CONTATO-ENT.
           05  WS-LOGRADOURO-ENT            PIC X(40).
           05  WS-CIDADE-ENT                PIC X(25).
           05  WS-UF-ENT                    PIC X(02).
       77  WS-CEP-ENT                       PIC X(08).
       77  WS-TELEFONE-ENT                  PIC X(15).
       77  WS-EMAIL-ENT                     PIC X(40).
       77  WS-DATA-EFEITO-ENT               PIC X(08).
       77  WS-DATA-VALIDA-SW                PIC X(01)   VALUE "S".
           88  WS-DATA-VALIDA               VALUE "S".

      *    CRITICA DE DATA AAAAMMDD PELO CALENDARIO.
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

       77  WS-FIM-PROGRAMA-SW               PIC X(01)   VALUE "N".
           88  WS-FIM-PROGRAMA              VALUE "S".
           STOP RUN.

      *--------------------------------------------------------*
      * 1000-INICIALIZAR - ABRE O CADASTRO INDEXADO PARA E/S E  *
      * IDENTIFICA O OPERADOR ANTES DO MENU.                    *
      *--------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM 1400-OBTER-ULTIMO-ID THRU 1400-EXIT.
           PERFORM 1450-LER-CONTROLE-ID THRU 1450-EXIT.
           PERFORM 1500-ABRIR-JORNAL THRU 1500-EXIT.
           PERFORM 1550-ABRIR-CONTATOS THRU 1550-EXIT.
           PERFORM 1600-ABRIR-DEPTOS THRU 1600-EXIT.
           PERFORM 1700-IDENTIFICAR-OPERADOR THRU 1700-EXIT.
       1000-EXIT.
           EXIT.

       1500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1550-ABRIR-CONTATOS - ABRE O CADASTRO DE ENDERECOS E    *
      * CONTATOS (CONTATOS) PARA E/S, CRIANDO-O NA PRIMEIRA     *
      * VEZ COMO O CADASTRO DE PESSOAS, E O JORNAL DELE         *
      * (CTTJRN) EM MODO DE EXTENSAO. SEM UM OU OUTRO A SESSAO  *
      * E ABORTADA, MESMO CRITERIO DO JORNAL DO CADASTRO.       *
      *--------------------------------------------------------*
       1550-ABRIR-CONTATOS.
           OPEN I-O CONTATO-FILE.
           IF NOT FS-CONTATO-OK
               CLOSE CONTATO-FILE
               OPEN OUTPUT CONTATO-FILE
               CLOSE CONTATO-FILE
               OPEN I-O CONTATO-FILE
           END-IF.
           IF NOT FS-CONTATO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR CONTATO-FILE "
                       "- STATUS " FS-CONTATO-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CJR-FILE.
           IF NOT FS-CJR-OK
               CLOSE CJR-FILE
               OPEN OUTPUT CJR-FILE
           END-IF.
           IF FS-CJR-OK
               SET WS-CJR-ABERTO TO TRUE
           ELSE
               DISPLAY "*** NAO FOI POSSIVEL ABRIR CJR-FILE "
                       "- STATUS " FS-CJR-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1550-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1600-ABRIR-DEPTOS - ABRE O CADASTRO DE DEPARTAMENTOS    *
      * (DEPTOS) PARA A CRITICA DO CODIGO NA INCLUSAO E NA      *
      * ALTERACAO. SEM ELE A SESSAO E ABORTADA: NAO HA COMO     *
      * RECUSAR UM CODIGO INEXISTENTE OU FECHADO.               *
      *--------------------------------------------------------*
       1600-ABRIR-DEPTOS.
           OPEN INPUT DEPTO-FILE.
           IF NOT FS-DEPTO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR DEPTO-FILE "
                       "- STATUS " FS-DEPTO-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1700-IDENTIFICAR-OPERADOR - PEDE O ID DO OPERADOR E O   *
      * CONFERE NO CADASTRO DE OPERADORES (OPERADORES); ID      *
      * INEXISTENTE OU BLOQUEADO E UMA FALHA DE IDENTIFICACAO,  *
      * GRAVADA NO JORNAL (OPERACAO L). NA TERCEIRA FALHA A     *
      * SESSAO E ENCERRADA SEM CHEGAR AO MENU. SEM O CADASTRO   *
      * DE OPERADORES A SESSAO E ABORTADA.                      *
      *--------------------------------------------------------*
       1700-IDENTIFICAR-OPERADOR.
           OPEN INPUT OPER-FILE.
           IF NOT FS-OPER-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR OPER-FILE "
                       "- STATUS " FS-OPER-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE OPER-FILE.
           PERFORM 1710-PEDIR-OPERADOR THRU 1710-EXIT
               UNTIL WS-OPERADOR-OK
                  OR WS-TENTATIVAS NOT < WS-MAX-TENTATIVAS.
           IF NOT WS-OPERADOR-OK
               DISPLAY "*** IDENTIFICACAO RECUSADA " WS-TENTATIVAS
                       " VEZES - SESSAO ENCERRADA ***"
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPERADOR-SUPERVISOR
               DISPLAY "OPERADOR " WS-OPERADOR-ID " - "
                       WS-OPERADOR-NOME " (SUPERVISOR)"
           ELSE
               DISPLAY "OPERADOR " WS-OPERADOR-ID " - "
                       WS-OPERADOR-NOME " (ESCRITURARIO)"
           END-IF.
       1700-EXIT.
           EXIT.

       1710-PEDIR-OPERADOR.
           DISPLAY "OPERADOR (ID): ".
           MOVE SPACES TO WS-OPER-ID-ENT.
           ACCEPT WS-OPER-ID-ENT.
           INSPECT WS-OPER-ID-ENT CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           PERFORM 1720-PROCURAR-OPERADOR THRU 1720-EXIT.
           IF NOT WS-OPERADOR-OK
               ADD 1 TO WS-TENTATIVAS
               DISPLAY "*** OPERADOR NAO CADASTRADO OU BLOQUEADO ***"
               MOVE WS-OPER-ID-ENT TO WS-OPERADOR-ID
               MOVE ZEROS TO PERSON-ID
               MOVE "L" TO WS-JRN-OPER
               MOVE SPACES TO WS-IMAGEM-ANTES
               MOVE SPACES TO WS-IMAGEM-DEPOIS
               PERFORM 8800-GRAVAR-JORNAL THRU 8800-EXIT
               MOVE SPACES TO WS-OPERADOR-ID
           END-IF.
       1710-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1720-PROCURAR-OPERADOR - LE O CADASTRO DE OPERADORES DO *
      * INICIO ATE ACHAR O ID DIGITADO; SO OPERADOR ATIVO COM   *
      * NIVEL VALIDO E ACEITO. O ID RESERVADO DA CARGA NOTURNA  *
      * NUNCA E ACEITO NA SESSAO.                               *
      *--------------------------------------------------------*
       1720-PROCURAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-OK-SW.
           IF WS-OPER-ID-ENT NOT = SPACES
              AND WS-OPER-ID-ENT NOT = "*LOTE*"
               OPEN INPUT OPER-FILE
               MOVE "N" TO WS-FIM-OPERADORES-SW
               PERFORM 1730-LER-OPERADOR THRU 1730-EXIT
                   UNTIL WS-FIM-OPERADORES
               CLOSE OPER-FILE
           END-IF.
       1720-EXIT.
           EXIT.

       1730-LER-OPERADOR.
           READ OPER-FILE
               AT END
                   SET WS-FIM-OPERADORES TO TRUE
               NOT AT END
                   IF OPER-ID (1:1) NOT = "*"
                      AND OPER-ID = WS-OPER-ID-ENT
                       SET WS-FIM-OPERADORES TO TRUE
                       IF OPER-ATIVO
                          AND (OPER-SUPERVISOR OR OPER-ESCRITURARIO)
                           SET WS-OPERADOR-OK TO TRUE
                           MOVE OPER-ID TO WS-OPERADOR-ID
                           MOVE OPER-NOME TO WS-OPERADOR-NOME
                           MOVE OPER-NIVEL TO WS-OPERADOR-NIVEL
                       END-IF
                   END-IF
           END-READ.
       1730-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1400-OBTER-ULTIMO-ID - VARRE O CADASTRO NA ORDEM DA     *
      * CHAVE E GUARDA O MAIOR PERSON-ID JA ATRIBUIDO, BASE     *

      *--------------------------------------------------------*
      * 2000-PROCESSAR-OPCAO - LE A OPCAO DO OPERADOR E CHAMA A *
      * ROTINA DE MANUTENCAO CORRESPONDENTE; A EXCLUSAO (E) E A *
      * REMOCAO DE ENDERECO (R) SO SAO ACEITAS DE OPERADOR DE   *
      * NIVEL SUPERVISOR.                                       *
      *--------------------------------------------------------*
       2000-PROCESSAR-OPCAO.
           DISPLAY "I-INCLUIR  A-ALTERAR  E-EXCLUIR  C-CONSULTAR "
                   "T-SITUACAO  P-PESQUISAR  N-ENDERECO  "
                   "R-REMOVER ENDERECO  S-SAIR ? ".
           ACCEPT WS-OPCAO.
           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 4000-ALTERAR THRU 4000-EXIT
               WHEN WS-OPCAO-EXCLUIR
                   IF WS-OPERADOR-SUPERVISOR
                       PERFORM 5000-EXCLUIR THRU 5000-EXIT
                   ELSE
                       DISPLAY "*** EXCLUSAO RESTRITA AO SUPERVISOR "
                               "- USE T PARA INATIVAR ***"
                   END-IF
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 6000-CONSULTAR THRU 6000-EXIT
               WHEN WS-OPCAO-SITUACAO
                   PERFORM 6500-TROCAR-SITUACAO THRU 6500-EXIT
               WHEN WS-OPCAO-PESQUISAR
                   PERFORM 6700-PESQUISAR-NOME THRU 6700-EXIT
               WHEN WS-OPCAO-ENDERECO
                   PERFORM 5600-MANTER-ENDERECO THRU 5600-EXIT
               WHEN WS-OPCAO-REMOVER-END
                   IF WS-OPERADOR-SUPERVISOR
                       PERFORM 5700-REMOVER-ENDERECO THRU 5700-EXIT
                   ELSE
                       DISPLAY "*** REMOCAO DE ENDERECO RESTRITA AO "
                               "SUPERVISOR ***"
                   END-IF
               WHEN WS-OPCAO-SAIR
                   SET WS-FIM-PROGRAMA TO TRUE
               WHEN OTHER
           PERFORM 8600-OBTER-IDADE THRU 8600-EXIT.
           PERFORM 8000-VALIDAR-IDADE THRU 8000-EXIT.
           IF WS-IDADE-VALIDA
               PERFORM 8900-OBTER-DEPTO THRU 8900-EXIT
               IF WS-DEPTO-VALIDO
                   COMPUTE PERSON-ID = WS-ULTIMO-ID + 1
                   MOVE "A" TO SITUACAO
                   MOVE WS-DATA-EXEC TO DATA-SITUACAO
                   MOVE WS-DEPTO-ENT TO DEPARTAMENTO
                   WRITE PERSON-REC
                       INVALID KEY
                           DISPLAY "*** ERRO AO INCLUIR " NOME
                                   " - STATUS " FS-PERSON-FILE " ***"
                       NOT INVALID KEY
                           MOVE PERSON-ID TO WS-ULTIMO-ID
                           PERFORM 8950-GRAVAR-CONTROLE-ID
                               THRU 8950-EXIT
                           MOVE "I" TO WS-JRN-OPER
                           MOVE SPACES TO WS-IMAGEM-ANTES
                           MOVE PERSON-REC TO WS-IMAGEM-DEPOIS
                           PERFORM 8800-GRAVAR-JORNAL THRU 8800-EXIT
                           DISPLAY "REGISTRO INCLUIDO PARA " NOME
                                   " COM ID " PERSON-ID
                   END-WRITE
               ELSE
                   DISPLAY "*** DEPARTAMENTO " WS-DEPTO-ENT " "
                           WS-MOTIVO-DEPTO
                           " - REGISTRO NAO INCLUIDO ***"
               END-IF
           ELSE
               DISPLAY "*** IDADE INVALIDA PARA " NOME ": " IDADE
                       " - REGISTRO NAO INCLUIDO ***"
                           DISPLAY "DEPARTAMENTO ATUAL: "
                                   DEPARTAMENTO
                           PERFORM 8900-OBTER-DEPTO THRU 8900-EXIT
                           IF WS-DEPTO-VALIDO
                               PERFORM 4100-REGRAVAR-ALTERACAO
                                   THRU 4100-EXIT
                           ELSE
                               DISPLAY "*** DEPARTAMENTO "
                                       WS-DEPTO-ENT " "
                                       WS-MOTIVO-DEPTO
                                       " - REGISTRO NAO ALTERADO ***"
                           END-IF
                       ELSE
                           DISPLAY "*** IDADE INVALIDA PARA " NOME
                                   ": " IDADE
       4000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 4100-REGRAVAR-ALTERACAO - APLICA O DEPARTAMENTO JA      *
      * CRITICADO (BRANCO MANTEM O ATUAL), REGRAVA O REGISTRO E *
      * JORNALIZA A ALTERACAO.                                  *
      *--------------------------------------------------------*
       4100-REGRAVAR-ALTERACAO.
           IF WS-DEPTO-ENT NOT = SPACES
               MOVE WS-DEPTO-ENT TO DEPARTAMENTO
           END-IF.
           REWRITE PERSON-REC
               INVALID KEY
                   DISPLAY "*** ERRO AO ALTERAR " NOME " ***"
               NOT INVALID KEY
                   MOVE "A" TO WS-JRN-OPER
                   MOVE PERSON-REC TO WS-IMAGEM-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL THRU 8800-EXIT
                   DISPLAY "REGISTRO ALTERADO PARA " NOME
           END-REWRITE.
       4100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5000-EXCLUIR - LOCALIZA O REGISTRO PELO PERSON-ID (USE  *
      * A CONSULTA POR NOME PARA DESCOBRIR O ID DE UM HOMONIMO) *
      * E REMOVE DO CADASTRO, JUNTO COM O ENDERECO E CONTATO DO *
      * ID, QUANDO HOUVER.                                      *
      *--------------------------------------------------------*
       5000-EXCLUIR.
           PERFORM 8700-OBTER-ID THRU 8700-EXIT.
                                   THRU 8800-EXIT
                               DISPLAY "REGISTRO EXCLUIDO: " NOME
                                       " (ID " PERSON-ID ")"
                               PERFORM 5500-EXCLUIR-ENDERECO
                                   THRU 5500-EXIT
                       END-DELETE
               END-READ
           END-IF.
       5000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5500-EXCLUIR-ENDERECO - REMOVE O ENDERECO E CONTATO DO  *
      * PERSON-ID CORRENTE (QUANDO HOUVER) E JORNALIZA A        *
      * EXCLUSAO NO CTTJRN. ID SEM ENDERECO NAO E ERRO.         *
      *--------------------------------------------------------*
       5500-EXCLUIR-ENDERECO.
           MOVE PERSON-ID TO CTT-PERSON-ID.
           READ CONTATO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTATO-REC TO WS-IMAGEM-CTT-ANTES
                   DELETE CONTATO-FILE
                       INVALID KEY
                           DISPLAY "*** ERRO AO EXCLUIR O ENDERECO "
                                   "DO ID " PERSON-ID " ***"
                       NOT INVALID KEY
                           MOVE "E" TO WS-CJR-OPER
                           MOVE SPACES TO WS-IMAGEM-CTT-DEPOIS
                           PERFORM 8850-GRAVAR-JORNAL-CONTATO
                               THRU 8850-EXIT
                           DISPLAY "ENDERECO DO ID " PERSON-ID
                                   " EXCLUIDO"
                   END-DELETE
           END-READ.
       5500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5600-MANTER-ENDERECO - LOCALIZA A PESSOA PELO PERSON-ID *
      * E INCLUI OU ALTERA O ENDERECO E CONTATO DELA NO         *
      * CADASTRO CONTATOS; COM ENDERECO JA GRAVADO, EXIBE O     *
      * ATUAL E ENTER EM CADA CAMPO MANTEM O VALOR.             *
      *--------------------------------------------------------*
       5600-MANTER-ENDERECO.
           PERFORM 8700-OBTER-ID THRU 8700-EXIT.
           IF PERSON-ID = ZEROS
               DISPLAY "*** ID INVALIDO - USE A CONSULTA POR NOME "
                       "PARA OBTER O ID ***"
           ELSE
               READ PERSON-FILE
                   INVALID KEY
                       DISPLAY "*** NAO ENCONTRADO O ID " PERSON-ID
                               " ***"
                   NOT INVALID KEY
                       DISPLAY "ENDERECO DE " NOME
                       MOVE PERSON-ID TO CTT-PERSON-ID
                       READ CONTATO-FILE
                           INVALID KEY
                               MOVE "N" TO WS-CTT-EXISTE-SW
                               MOVE SPACES TO CONTATO-REC
                               MOVE PERSON-ID TO CTT-PERSON-ID
                               MOVE SPACES TO WS-IMAGEM-CTT-ANTES
                               DISPLAY "SEM ENDERECO CADASTRADO"
                           NOT INVALID KEY
                               SET WS-CTT-EXISTE TO TRUE
                               MOVE CONTATO-REC TO WS-IMAGEM-CTT-ANTES
                               PERFORM 6750-EXIBIR-ENDERECO
                                   THRU 6750-EXIT
                       END-READ
                       PERFORM 5610-OBTER-ENDERECO THRU 5610-EXIT
               END-READ
           END-IF.
       5600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5610-OBTER-ENDERECO - PEDE OS CAMPOS DO ENDERECO E DO   *
      * CONTATO E A DATA DE EFEITO (ENTER=DATA DA EXECUCAO NA   *
      * INCLUSAO, MANTER NA ALTERACAO). CEP INFORMADO PRECISA   *
      * TER 8 DIGITOS E A DATA DE EFEITO INFORMADA SER UMA DATA *
      * DE CALENDARIO VALIDA; INCLUSAO SEM NENHUM CAMPO         *
      * INFORMADO E RECUSADA.                                   *
      *--------------------------------------------------------*
       5610-OBTER-ENDERECO.
           MOVE SPACES TO WS-CONTATO-ENT WS-CEP-ENT WS-TELEFONE-ENT
                          WS-EMAIL-ENT WS-DATA-EFEITO-ENT.
           DISPLAY "LOGRADOURO E NUMERO (ENTER=MANTER)? ".
           ACCEPT WS-LOGRADOURO-ENT.
           DISPLAY "CIDADE (ENTER=MANTER)? ".
           ACCEPT WS-CIDADE-ENT.
           DISPLAY "UF (ENTER=MANTER)? ".
           ACCEPT WS-UF-ENT.
           DISPLAY "CEP (8 DIGITOS, ENTER=MANTER)? ".
           ACCEPT WS-CEP-ENT.
           DISPLAY "TELEFONE (ENTER=MANTER)? ".
           ACCEPT WS-TELEFONE-ENT.
           DISPLAY "E-MAIL (ENTER=MANTER)? ".
           ACCEPT WS-EMAIL-ENT.
           IF WS-CTT-EXISTE
               DISPLAY "DATA DE EFEITO (AAAAMMDD, ENTER=MANTER)? "
           ELSE
               DISPLAY "DATA DE EFEITO (AAAAMMDD, "
                       "ENTER=DATA DA EXECUCAO)? "
           END-IF.
           ACCEPT WS-DATA-EFEITO-ENT.
           INSPECT WS-CONTATO-ENT CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           SET WS-DATA-VALIDA TO TRUE.
           IF WS-DATA-EFEITO-ENT NOT = SPACES
              AND WS-DATA-EFEITO-ENT NOT = ZEROS
               IF WS-DATA-EFEITO-ENT IS NUMERIC
                   MOVE WS-DATA-EFEITO-ENT TO WS-DATA-TESTE
                   PERFORM 8960-TESTAR-DATA THRU 8960-EXIT
               ELSE
                   MOVE "N" TO WS-DATA-VALIDA-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CEP-ENT NOT = SPACES
                    AND WS-CEP-ENT IS NOT NUMERIC
                   DISPLAY "*** CEP INVALIDO: " WS-CEP-ENT
                           " - ENDERECO NAO GRAVADO ***"
               WHEN NOT WS-CTT-EXISTE
                    AND WS-CONTATO-ENT = SPACES
                    AND WS-CEP-ENT = SPACES
                    AND WS-TELEFONE-ENT = SPACES
                    AND WS-EMAIL-ENT = SPACES
                   DISPLAY "*** NENHUM CAMPO INFORMADO "
                           "- ENDERECO NAO GRAVADO ***"
               WHEN NOT WS-DATA-VALIDA
                   DISPLAY "*** DATA DE EFEITO INVALIDA: "
                           WS-DATA-EFEITO-ENT
                           " - ENDERECO NAO GRAVADO ***"
               WHEN OTHER
                   PERFORM 5620-GRAVAR-ENDERECO THRU 5620-EXIT
           END-EVALUATE.
       5610-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5620-GRAVAR-ENDERECO - APLICA OS CAMPOS INFORMADOS      *
      * (BRANCO MANTEM O ATUAL; DATA DE EFEITO NAO INFORMADA    *
      * VALE A DATA DA EXECUCAO SO NA INCLUSAO OU QUANDO NAO HA *
      * DATA GRAVADA), GRAVA OU REGRAVA O ENDERECO E JORNALIZA  *
      * A OPERACAO NO CTTJRN.                                   *
      *--------------------------------------------------------*
       5620-GRAVAR-ENDERECO.
           IF WS-LOGRADOURO-ENT NOT = SPACES
               MOVE WS-LOGRADOURO-ENT TO CTT-LOGRADOURO
           END-IF.
           IF WS-CIDADE-ENT NOT = SPACES
               MOVE WS-CIDADE-ENT TO CTT-CIDADE
           END-IF.
           IF WS-UF-ENT NOT = SPACES
               MOVE WS-UF-ENT TO CTT-UF
           END-IF.
           IF WS-CEP-ENT NOT = SPACES
               MOVE WS-CEP-ENT TO CTT-CEP
           END-IF.
           IF WS-TELEFONE-ENT NOT = SPACES
               MOVE WS-TELEFONE-ENT TO CTT-TELEFONE
           END-IF.
           IF WS-EMAIL-ENT NOT = SPACES
               MOVE WS-EMAIL-ENT TO CTT-EMAIL
           END-IF.
           IF WS-DATA-EFEITO-ENT IS NUMERIC
              AND WS-DATA-EFEITO-ENT NOT = ZEROS
               MOVE WS-DATA-EFEITO-ENT TO CTT-DATA-EFEITO
           ELSE
               IF NOT WS-CTT-EXISTE
                  OR CTT-DATA-EFEITO IS NOT NUMERIC
                  OR CTT-DATA-EFEITO = ZEROS
                   MOVE WS-DATA-EXEC TO CTT-DATA-EFEITO
               END-IF
           END-IF.
           IF WS-CTT-EXISTE
               REWRITE CONTATO-REC
                   INVALID KEY
                       DISPLAY "*** ERRO AO ALTERAR O ENDERECO DO ID "
                               PERSON-ID " ***"
                   NOT INVALID KEY
                       MOVE "A" TO WS-CJR-OPER
                       MOVE CONTATO-REC TO WS-IMAGEM-CTT-DEPOIS
                       PERFORM 8850-GRAVAR-JORNAL-CONTATO
                           THRU 8850-EXIT
                       DISPLAY "ENDERECO ALTERADO PARA " NOME
               END-REWRITE
           ELSE
               WRITE CONTATO-REC
                   INVALID KEY
                       DISPLAY "*** ERRO AO INCLUIR O ENDERECO DO ID "
                               PERSON-ID " ***"
                   NOT INVALID KEY
                       MOVE "I" TO WS-CJR-OPER
                       MOVE CONTATO-REC TO WS-IMAGEM-CTT-DEPOIS
                       PERFORM 8850-GRAVAR-JORNAL-CONTATO
                           THRU 8850-EXIT
                       DISPLAY "ENDERECO INCLUIDO PARA " NOME
               END-WRITE
           END-IF.
       5620-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5700-REMOVER-ENDERECO - REMOVE O ENDERECO E CONTATO DE  *
      * UM PERSON-ID, MANTENDO A PESSOA NO CADASTRO (ENDERECO   *
      * QUE DEIXOU DE VALER E AINDA NAO TEM SUBSTITUTO).        *
      *--------------------------------------------------------*
       5700-REMOVER-ENDERECO.
           PERFORM 8700-OBTER-ID THRU 8700-EXIT.
           IF PERSON-ID = ZEROS
               DISPLAY "*** ID INVALIDO - USE A CONSULTA POR NOME "
                       "PARA OBTER O ID ***"
           ELSE
               MOVE PERSON-ID TO CTT-PERSON-ID
               READ CONTATO-FILE
                   INVALID KEY
                       DISPLAY "*** ID " PERSON-ID
                               " SEM ENDERECO CADASTRADO ***"
                   NOT INVALID KEY
                       PERFORM 5500-EXCLUIR-ENDERECO THRU 5500-EXIT
               END-READ
           END-IF.
       5700-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6000-CONSULTAR - EXIBE TODOS OS REGISTROS DE UM NOME    *
      * PELA CHAVE ALTERNADA (HOMONIMOS APARECEM UM A UM, CADA  *
      * PERSON-ID E TROCA A SITUACAO (A=ATIVO, I=INATIVO,       *
      * F=FALECIDO) COM A DATA DE EFEITO INFORMADA (ENTER USA A *
      * DATA DA EXECUCAO), MANTENDO O REGISTRO NO CADASTRO EM   *
      * VEZ DE EXCLUI-LO. SITUACAO F (FALECIDO) SO E ACEITA DE  *
      * OPERADOR DE NIVEL SUPERVISOR.                           *
      *--------------------------------------------------------*
       6500-TROCAR-SITUACAO.
           PERFORM 8700-OBTER-ID THRU 8700-EXIT.
                       DISPLAY "NOVA SITUACAO (A-ATIVO  I-INATIVO "
                               " F-FALECIDO)? "
                       ACCEPT WS-SIT-ENT
                       EVALUATE TRUE
                           WHEN WS-SIT-ENT = "F"
                                AND NOT WS-OPERADOR-SUPERVISOR
                               DISPLAY "*** SITUACAO F (FALECIDO) "
                                       "RESTRITA AO SUPERVISOR ***"
                           WHEN WS-SIT-ENT = "A" OR WS-SIT-ENT = "I"
                                OR WS-SIT-ENT = "F"
                               PERFORM 6510-APLICAR-SITUACAO
                                   THRU 6510-EXIT
                           WHEN OTHER
                               DISPLAY "*** SITUACAO INVALIDA - USE "
                                       "A, I OU F ***"
                       END-EVALUATE
               END-READ
           END-IF.
       6500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6510-APLICAR-SITUACAO - PEDE A DATA DE EFEITO, REGRAVA  *
      * O REGISTRO COM A NOVA SITUACAO E JORNALIZA A TROCA.     *
      *--------------------------------------------------------*
       6510-APLICAR-SITUACAO.
           MOVE WS-SIT-ENT TO SITUACAO.
           DISPLAY "DATA DE EFEITO (AAAAMMDD, "
                   "ENTER=DATA DA EXECUCAO)? ".
           ACCEPT WS-DATA-SIT-ENT.
           IF WS-DATA-SIT-ENT IS NUMERIC
              AND WS-DATA-SIT-ENT NOT = ZEROS
               MOVE WS-DATA-SIT-ENT TO DATA-SITUACAO
           ELSE
               MOVE WS-DATA-EXEC TO DATA-SITUACAO
           END-IF.
           REWRITE PERSON-REC
               INVALID KEY
                   DISPLAY "*** ERRO AO TROCAR A SITUACAO DE " NOME
                           " ***"
               NOT INVALID KEY
                   MOVE "S" TO WS-JRN-OPER
                   MOVE PERSON-REC TO WS-IMAGEM-DEPOIS
                   PERFORM 8800-GRAVAR-JORNAL THRU 8800-EXIT
                   DISPLAY "SITUACAO DE " NOME " TROCADA PARA "
                           SITUACAO " COM EFEITO EM " DATA-SITUACAO
           END-REWRITE.
       6510-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6700-PESQUISAR-NOME - PESQUISA POR NOME PARCIAL: ACEITA *
      * UM PREFIXO, POSICIONA A CHAVE ALTERNADA NOME NO PRIMEIRO*
                       DISPLAY "SITUACAO..: " SITUACAO " DESDE "
                               DATA-SITUACAO
                       DISPLAY "DEPTO.....: " DEPARTAMENTO
                       MOVE PERSON-ID TO CTT-PERSON-ID
                       READ CONTATO-FILE
                           INVALID KEY
                               DISPLAY "ENDERECO..: (NAO CADASTRADO)"
                           NOT INVALID KEY
                               PERFORM 6750-EXIBIR-ENDERECO
                                   THRU 6750-EXIT
                       END-READ
               END-READ
           END-IF.
           IF WS-NIVEL-PAGINA > ZERO
       6740-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6750-EXIBIR-ENDERECO - EXIBE O ENDERECO E CONTATO LIDO  *
      * DO CADASTRO CONTATOS.                                   *
      *--------------------------------------------------------*
       6750-EXIBIR-ENDERECO.
           DISPLAY "ENDERECO..: " CTT-LOGRADOURO.
           DISPLAY "CIDADE/UF.: " CTT-CIDADE " " CTT-UF.
           DISPLAY "CEP.......: " CTT-CEP.
           DISPLAY "TELEFONE..: " CTT-TELEFONE.
           DISPLAY "E-MAIL....: " CTT-EMAIL.
           DISPLAY "VIGENCIA..: " CTT-DATA-EFEITO.
       6750-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 7000-NORMALIZAR-NOME - PASSA O NOME PARA CAIXA ALTA,    *
      * REMOVE BRANCOS NAS PONTAS E SINALIZA QUANDO O NOME      *
      * 8900-OBTER-DEPTO - PEDE O CODIGO DO DEPARTAMENTO/CENTRO *
      * DE CUSTO; ENTER (BRANCO) NUNCA E REJEITADO - NA         *
      * INCLUSAO VALE NAO ATRIBUIDO E NA ALTERACAO MANTEM O     *
      * DEPARTAMENTO JA GRAVADO (IMPLANTACAO GRADUAL). CODIGO   *
      * INFORMADO E CRITICADO CONTRA O CADASTRO DE              *
      * DEPARTAMENTOS (WS-DEPTO-VALIDO / WS-MOTIVO-DEPTO).      *
      *--------------------------------------------------------*
       8900-OBTER-DEPTO.
           DISPLAY "DEPARTAMENTO (4 POSICOES, ENTER=MANTER/NAO "
                   "ATRIBUIDO)? ".
           MOVE SPACES TO WS-DEPTO-ENT.
           ACCEPT WS-DEPTO-ENT.
           INSPECT WS-DEPTO-ENT CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           SET WS-DEPTO-VALIDO TO TRUE.
           MOVE SPACES TO WS-MOTIVO-DEPTO.
           IF WS-DEPTO-ENT NOT = SPACES
               PERFORM 8910-VALIDAR-DEPTO THRU 8910-EXIT
           END-IF.
       8900-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8910-VALIDAR-DEPTO - LE O CODIGO NO CADASTRO DE         *
      * DEPARTAMENTOS (DEPTOS): CODIGO INEXISTENTE, FECHADO OU  *
      * FORA DA VIGENCIA NA DATA DA EXECUCAO E RECUSADO.        *
      *--------------------------------------------------------*
       8910-VALIDAR-DEPTO.
           MOVE WS-DEPTO-ENT TO DEPTO-CODIGO.
           READ DEPTO-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPTO-VALIDO-SW
                   MOVE "INEXISTENTE" TO WS-MOTIVO-DEPTO
               NOT INVALID KEY
                   IF DEPTO-FECHADO
                       MOVE "N" TO WS-DEPTO-VALIDO-SW
                       MOVE "FECHADO" TO WS-MOTIVO-DEPTO
                   ELSE
                       IF DEPTO-DATA-INICIO > WS-DATA-EXEC
                          OR (DEPTO-DATA-FIM NOT = ZEROS
                              AND DEPTO-DATA-FIM < WS-DATA-EXEC)
                           MOVE "N" TO WS-DEPTO-VALIDO-SW
                           MOVE "FORA DA VIGENCIA"
                               TO WS-MOTIVO-DEPTO
                       END-IF
                   END-IF
           END-READ.
       8910-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8950-GRAVAR-CONTROLE-ID - REGRAVA O CONTROLE DE         *
      * ATRIBUICAO COM O PROXIMO PERSON-ID DISPONIVEL, LOGO     *
       8950-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8960-TESTAR-DATA - CONFERE A DATA WS-DATA-TESTE         *
      * (AAAAMMDD) PELO CALENDARIO: MES DE 1 A 12, DIA ATE O    *
      * NUMERO DE DIAS DO MES (29/02 SO EM ANO BISSEXTO) E ANO  *
      * A PARTIR DE 1900. DATA INVALIDA DESLIGA WS-DATA-VALIDA. *
      *--------------------------------------------------------*
       8960-TESTAR-DATA.
           MOVE 99 TO WS-ULTIMO-DIA-MES.
           IF WS-TESTE-MES NOT < 1 AND WS-TESTE-MES NOT > 12
               MOVE WS-DIAS-NO-MES (WS-TESTE-MES) TO WS-ULTIMO-DIA-MES
               IF WS-TESTE-MES = 02
                   PERFORM 8965-TESTAR-BISSEXTO THRU 8965-EXIT
                   IF WS-BISSEXTO
                       MOVE 29 TO WS-ULTIMO-DIA-MES
                   END-IF
               END-IF
           END-IF.
           IF WS-ULTIMO-DIA-MES = 99
              OR WS-TESTE-DIA < 1
              OR WS-TESTE-DIA > WS-ULTIMO-DIA-MES
              OR WS-TESTE-ANO < 1900
               MOVE "N" TO WS-DATA-VALIDA-SW
           END-IF.
       8960-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8965-TESTAR-BISSEXTO - WS-TESTE-ANO E BISSEXTO QUANDO   *
      * DIVISIVEL POR 4, EXCETO SECULAR NAO DIVISIVEL POR 400.  *
      *--------------------------------------------------------*
       8965-TESTAR-BISSEXTO.
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
       8965-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8800-GRAVAR-JORNAL - GRAVA NO JORNAL DE ALTERACOES A    *
      * OPERACAO APLICADA (WS-JRN-OPER) COM AS IMAGENS ANTES E  *
      * DEPOIS PREPARADAS PELO CHAMADOR, O PROGRAMA, O OPERADOR *
      * DA SESSAO E A DATA/HORA DO MOMENTO DA GRAVACAO          *
      * (REACEITAS AQUI: NUMA SESSAO LONGA O CARIMBO DA         *
      * ABERTURA DESLOCARIA O CORTE POR DATA/HORA DE            *
      * PERSON-RECOVER).                                        *
      *--------------------------------------------------------*
       8800-GRAVAR-JORNAL.
           IF WS-JRN-ABERTO
               MOVE WS-HORA-JORNAL (1:6) TO JRN-HORA
               MOVE WS-IMAGEM-ANTES TO JRN-ANTES
               MOVE WS-IMAGEM-DEPOIS TO JRN-DEPOIS
               MOVE WS-OPERADOR-ID TO JRN-OPERADOR
               WRITE JOURNAL-REC
           END-IF.
       8800-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8850-GRAVAR-JORNAL-CONTATO - GRAVA NO JORNAL DE         *
      * ENDERECOS E CONTATOS (CTTJRN) A OPERACAO APLICADA       *
      * (WS-CJR-OPER) COM AS IMAGENS ANTES E DEPOIS PREPARADAS  *
      * PELO CHAMADOR, O OPERADOR DA SESSAO E A DATA/HORA DO    *
      * MOMENTO DA GRAVACAO, COMO O JORNAL DO CADASTRO.         *
      *--------------------------------------------------------*
       8850-GRAVAR-JORNAL-CONTATO.
           IF WS-CJR-ABERTO
               ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
               ACCEPT WS-HORA-JORNAL FROM TIME
               MOVE SPACES TO CTTJRN-REC
               MOVE WS-CJR-OPER TO CJR-OPERACAO
               MOVE PERSON-ID TO CJR-ID
               MOVE "PERSON-MAINTENANCE" TO CJR-PROGRAMA
               MOVE WS-DATA-JORNAL TO CJR-DATA
               MOVE WS-HORA-JORNAL (1:6) TO CJR-HORA
               MOVE WS-IMAGEM-CTT-ANTES TO CJR-ANTES
               MOVE WS-IMAGEM-CTT-DEPOIS TO CJR-DEPOIS
               MOVE WS-OPERADOR-ID TO CJR-OPERADOR
               WRITE CTTJRN-REC
           END-IF.
       8850-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9000-FINALIZAR - FECHA O CADASTRO INDEXADO.             *
      *--------------------------------------------------------*
       9000-FINALIZAR.
           CLOSE PERSON-FILE.
           CLOSE DEPTO-FILE.
           CLOSE CONTATO-FILE.
           IF WS-JRN-ABERTO
               CLOSE JRN-FILE
           END-IF.
           IF WS-CJR-ABERTO
               CLOSE CJR-FILE
           END-IF.
       9000-EXIT.
           EXIT.

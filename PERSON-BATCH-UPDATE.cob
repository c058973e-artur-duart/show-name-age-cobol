      *                   APARECER NO RESUMO DA MANHA
      *                   (CYCLE-SUMMARY-REPORT) E NO RELATORIO
      *                   MENSAL DE OPERACAO.
      * 14/09/2026 AD     O DEPARTAMENTO INFORMADO NA INCLUSAO E NA
      *                   ALTERACAO PASSA A SER CRITICADO CONTRA O
      *                   CADASTRO DE DEPARTAMENTOS (DEPTOS,
      *                   COPYBOOK DEPTO-REC): CODIGO INEXISTENTE,
      *                   FECHADO OU FORA DA VIGENCIA NA DATA DA
      *                   RODADA REJEITA A TRANSACAO COM O MOTIVO.
      *                   CODIGO EM BRANCO CONTINUA ACEITO
      *                   (IMPLANTACAO GRADUAL).
      * 15/09/2026 AD     A LINHA DO ARQUIVO DE ESTATISTICAS
      *                   (RUNSTATS) PASSA A LEVAR O CODIGO DE
      *                   RETORNO DA RODADA
      *                   (RUNSTAT-COD-RETORNO), PARA O FIM DE
      *                   CICLO (CYCLE-ADVANCE) CONFERIR SE O
      *                   PASSO RODOU BEM NA DATA DO CICLO; O
      *                   RETORNO E CONSOLIDADO ANTES DO
      *                   FECHAMENTO DOS ARQUIVOS.
      * 17/09/2026 AD     LAYOUT DA TRANSACAO PASSA PARA O
      *                   COPYBOOK TRANS-REC (SEM MUDANCA DE
      *                   CAMPOS), COMPARTILHADO COM A CARGA
      *                   DO ARQUIVO DO RH (HR-FEED-LOAD).
      * 18/09/2026 AD     JORNAL COM O ID DO OPERADOR
      *                   (JRN-OPERADOR, REGISTRO DE 157
      *                   POSICOES); A CARGA NOTURNA GRAVA O
      *                   ID FIXO *LOTE*.
      * 22/09/2026 AD     NOVA TRANSACAO N INCLUI OU ALTERA O
      *                   ENDERECO E CONTATO DE UM ID NO
      *                   CADASTRO CONTATOS (COPYBOOK
      *                   CONTATO-REC; CAMPO EM BRANCO NA
      *                   ALTERACAO MANTEM O GRAVADO),
      *                   JORNALIZADA NO CTTJRN (COPYBOOK
      *                   CTTJRN-REC); A EXCLUSAO DA PESSOA
      *                   REMOVE TAMBEM O SEU ENDERECO. A
      *                   TRANSACAO CRESCE DE 50 PARA 188
      *                   POSICOES.
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STAT-FILE.

           SELECT DEPTO-FILE ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPTO-CODIGO
               FILE STATUS IS FS-DEPTO-FILE.

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
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 188 CHARACTERS.
           COPY "TRANS-REC.CPY".

       FD  PERSON-FILE
           LABEL RECORDS ARE STANDARD.

       FD  JRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 157 CHARACTERS.
           COPY "JOURNAL-REC.CPY".

       FD  CICLO-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY "RUNSTAT-REC.CPY".

       FD  DEPTO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY "DEPTO-REC.CPY".

       FD  CONTATO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY "CONTATO-REC.CPY".

       FD  CJR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 359 CHARACTERS.
           COPY "CTTJRN-REC.CPY".

       WORKING-STORAGE SECTION.
       01  FS-CICLO-FILE                    PIC X(02).
           88  FS-CICLO-OK                  VALUE "00".
       01  FS-STAT-FILE                     PIC X(02).
           88  FS-STAT-OK                   VALUE "00".

       01  FS-DEPTO-FILE                    PIC X(02).
           88  FS-DEPTO-OK                  VALUE "00".

       01  FS-CONTATO-FILE                  PIC X(02).
           88  FS-CONTATO-OK                VALUE "00".

       01  FS-CJR-FILE                      PIC X(02).
           88  FS-CJR-OK                    VALUE "00".

       77  WS-SEQ-TRANSACAO                 PIC 9(05)   VALUE ZERO.
       77  WS-SEQ-RETOMADA                  PIC 9(05)   VALUE ZERO.
       77  WS-TOTAL-PULADAS                 PIC 9(05)   VALUE ZERO.
       77  WS-IMAGEM-ANTES                  PIC X(49)   VALUE SPACES.
       77  WS-IMAGEM-DEPOIS                 PIC X(49)   VALUE SPACES.

       77  WS-CJR-ABERTO-SW                 PIC X(01)   VALUE "N".
           88  WS-CJR-ABERTO                VALUE "S".
       77  WS-CJR-OPER                      PIC X(01).
       77  WS-IMAGEM-CTT-ANTES              PIC X(150)  VALUE SPACES.
       77  WS-IMAGEM-CTT-DEPOIS             PIC X(150)  VALUE SPACES.

       77  WS-PARM-TETO-IDADE               PIC 9(03)   VALUE 120.
       77  WS-PARM-LIMITE-REJEICAO          PIC 9(03)   VALUE 100.
       77  WS-COD-RETORNO                   PIC 9(02)   COMP VALUE ZERO.
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  WS-MAIUSCULAS                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-CONTATO-TRANS.
           05  WS-CTT-LOGRADOURO            PIC X(40).
           05  WS-CTT-CIDADE                PIC X(25).
           05  WS-CTT-UF                    PIC X(02).
       77  WS-START-POS                     PIC 9(02)   COMP.
       77  WS-END-POS                       PIC 9(02)   COMP.
       77  WS-NOME-LEN                      PIC 9(02)   COMP.
           PERFORM 2000-TRATAR-TRANSACAO THRU 2000-EXIT
               UNTIL WS-FIM-ARQUIVO.
           PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
           PERFORM 9500-DEFINIR-RETORNO THRU 9500-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           STOP RUN.

      *--------------------------------------------------------*
           PERFORM 1450-LER-CONTROLE-ID THRU 1450-EXIT.
           PERFORM 1500-ABRIR-JORNAL THRU 1500-EXIT.
           PERFORM 1600-LER-RESTART THRU 1600-EXIT.
           OPEN INPUT DEPTO-FILE.
           IF NOT FS-DEPTO-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR DEPTO-FILE "
                       "- STATUS " FS-DEPTO-FILE " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           PERFORM 1550-ABRIR-JORNAL-CONTATO THRU 1550-EXIT.
           OPEN OUTPUT PRINT-FILE.
           IF NOT FS-PRINT-OK
               DISPLAY "*** NAO FOI POSSIVEL ABRIR PRINT-FILE "
       1500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 1550-ABRIR-JORNAL-CONTATO - ABRE O JORNAL DO CADASTRO   *
      * DE ENDERECOS E CONTATOS (CTTJRN) EM MODO DE EXTENSAO,   *
      * CRIANDO-O NA PRIMEIRA VEZ; SEM ELE A RODADA E ABORTADA, *
      * MESMO CRITERIO DO JORNAL DO CADASTRO DE PESSOAS.        *
      *--------------------------------------------------------*
       1550-ABRIR-JORNAL-CONTATO.
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
      * 1400-OBTER-ULTIMO-ID - VARRE O CADASTRO NA ORDEM DA     *
      * CHAVE E GUARDA O MAIOR PERSON-ID JA ATRIBUIDO, BASE     *
      *--------------------------------------------------------*
      * 2000-TRATAR-TRANSACAO - NORMALIZA O NOME DA TRANSACAO   *
      * CORRENTE E DESPACHA PARA A ROTINA DA OPERACAO           *
      * (I/A/E/S/N), REGISTRANDO O RESULTADO NO RELATORIO. EM   *
      * RESUBMISSAO, TRANSACAO ATE A SEQUENCIA DE RETOMADA E    *
      * PULADA (JA APLICADA NA RODADA INTERROMPIDA) E A TRILHA  *
      * MARCA ONDE A RODADA RETOMOU; CADA TRANSACAO PROCESSADA  *
                       PERFORM 5000-EXCLUIR THRU 5000-EXIT
                   WHEN TRANS-SITUAR
                       PERFORM 5500-SITUAR THRU 5500-EXIT
                   WHEN TRANS-ENDERECO
                       PERFORM 5700-ENDERECO THRU 5700-EXIT
                   WHEN OTHER
                       MOVE "OPERACAO INVALIDA"
                           TO WS-MOTIVO-REJEICAO
      *--------------------------------------------------------*
      * 3000-INCLUIR - MONTA O REGISTRO A PARTIR DA TRANSACAO   *
      * (IDADE DERIVADA DA DATA DE NASCIMENTO QUANDO PRESENTE), *
      * CRITICA (IDADE E DEPARTAMENTO), ATRIBUI O PROXIMO       *
      * PERSON-ID E GRAVA; NOMES REPETIDOS SAO PERMITIDOS.      *
      *--------------------------------------------------------*
       3000-INCLUIR.
           PERFORM 6000-MONTAR-IDADE THRU 6000-EXIT.
           IF WS-IDADE-INVALIDA
               MOVE "IDADE INVALIDA" TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 6200-VALIDAR-DEPTO THRU 6200-EXIT
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               COMPUTE PERSON-ID = WS-ULTIMO-ID + 1
               MOVE "A" TO SITUACAO
               MOVE WS-DATA-EXEC TO DATA-SITUACAO

      *--------------------------------------------------------*
      * 4000-ALTERAR - LOCALIZA O REGISTRO PELO PERSON-ID DA    *
      * TRANSACAO, APLICA A NOVA IDADE/DATA DE NASCIMENTO (E O  *
      * DEPARTAMENTO, QUANDO INFORMADO E ACEITO PELA CRITICA) E *
      * REGRAVA.                                                *
      *--------------------------------------------------------*
       4000-ALTERAR.
                           MOVE "IDADE INVALIDA"
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           PERFORM 6200-VALIDAR-DEPTO THRU 6200-EXIT
                       END-IF
                       IF WS-MOTIVO-REJEICAO = SPACES
                           REWRITE PERSON-REC
                               INVALID KEY
                                   MOVE "ERRO AO REGRAVAR"

      *--------------------------------------------------------*
      * 5000-EXCLUIR - LOCALIZA O REGISTRO PELO PERSON-ID DA    *
      * TRANSACAO E REMOVE DO CADASTRO, JUNTO COM O ENDERECO E  *
      * CONTATO DO ID, QUANDO HOUVER.                           *
      *--------------------------------------------------------*
       5000-EXCLUIR.
           IF TRANS-ID IS NOT NUMERIC OR TRANS-ID = ZEROS
                               MOVE SPACES TO WS-IMAGEM-DEPOIS
                               PERFORM 8800-GRAVAR-JORNAL
                                   THRU 8800-EXIT
                               PERFORM 5600-EXCLUIR-ENDERECO
                                   THRU 5600-EXIT
                       END-DELETE
               END-READ
           END-IF.
       5500-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5600-EXCLUIR-ENDERECO - NA EXCLUSAO DA PESSOA, REMOVE O *
      * ENDERECO E CONTATO DO MESMO ID (QUANDO HOUVER) E        *
      * JORNALIZA A EXCLUSAO NO CTTJRN. PESSOA SEM ENDERECO NAO *
      * E ERRO.                                                 *
      *--------------------------------------------------------*
       5600-EXCLUIR-ENDERECO.
           MOVE PERSON-ID TO CTT-PERSON-ID.
           READ CONTATO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CONTATO-REC TO WS-IMAGEM-CTT-ANTES
                   DELETE CONTATO-FILE
                       INVALID KEY
                           DISPLAY "*** ERRO AO EXCLUIR O ENDERECO "
                                   "DO ID " PERSON-ID " - STATUS "
                                   FS-CONTATO-FILE " ***"
                       NOT INVALID KEY
                           MOVE "E" TO WS-CJR-OPER
                           MOVE SPACES TO WS-IMAGEM-CTT-DEPOIS
                           PERFORM 8850-GRAVAR-JORNAL-CONTATO
                               THRU 8850-EXIT
                   END-DELETE
           END-READ.
       5600-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5700-ENDERECO - TRANSACAO N: LOCALIZA A PESSOA PELO     *
      * PERSON-ID DA TRANSACAO E INCLUI (ID SEM ENDERECO) OU    *
      * ALTERA O ENDERECO E CONTATO NO CADASTRO CONTATOS. CEP   *
      * INFORMADO PRECISA TER 8 DIGITOS E A DATA DE EFEITO      *
      * INFORMADA PRECISA SER NUMERICA; ENDERECO TODO EM BRANCO *
      * E REJEITADO.                                            *
      *--------------------------------------------------------*
       5700-ENDERECO.
           MOVE TRANS-LOGRADOURO TO WS-CTT-LOGRADOURO.
           MOVE TRANS-CIDADE TO WS-CTT-CIDADE.
           MOVE TRANS-UF TO WS-CTT-UF.
           INSPECT WS-CONTATO-TRANS CONVERTING WS-MINUSCULAS
               TO WS-MAIUSCULAS.
           IF TRANS-ID IS NOT NUMERIC OR TRANS-ID = ZEROS
               MOVE "ID NAO INFORMADO" TO WS-MOTIVO-REJEICAO
           ELSE
               IF TRANS-LOGRADOURO = SPACES
                  AND TRANS-CIDADE = SPACES
                  AND TRANS-UF = SPACES
                  AND TRANS-CEP = SPACES
                  AND TRANS-TELEFONE = SPACES
                  AND TRANS-EMAIL = SPACES
                   MOVE "ENDERECO EM BRANCO" TO WS-MOTIVO-REJEICAO
               END-IF
               IF TRANS-CEP NOT = SPACES
                  AND TRANS-CEP IS NOT NUMERIC
                   MOVE "CEP INVALIDO" TO WS-MOTIVO-REJEICAO
               END-IF
               IF TRANS-DATA-EFEITO NOT = SPACES
                  AND TRANS-DATA-EFEITO IS NOT NUMERIC
                   MOVE "DATA DE EFEITO INVALIDA"
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE TRANS-ID TO PERSON-ID
               READ PERSON-FILE
                   INVALID KEY
                       MOVE "ID NAO ENCONTRADO"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE PERSON-ID TO CTT-PERSON-ID
                       READ CONTATO-FILE
                           INVALID KEY
                               PERFORM 5710-INCLUIR-ENDERECO
                                   THRU 5710-EXIT
                           NOT INVALID KEY
                               PERFORM 5720-ALTERAR-ENDERECO
                                   THRU 5720-EXIT
                       END-READ
               END-READ
           END-IF.
       5700-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5710-INCLUIR-ENDERECO - PRIMEIRO ENDERECO DO ID: GRAVA  *
      * OS CAMPOS COMO VIERAM NA TRANSACAO.                     *
      *--------------------------------------------------------*
       5710-INCLUIR-ENDERECO.
           MOVE SPACES TO CONTATO-REC.
           MOVE PERSON-ID TO CTT-PERSON-ID.
           MOVE WS-CTT-LOGRADOURO TO CTT-LOGRADOURO.
           MOVE WS-CTT-CIDADE TO CTT-CIDADE.
           MOVE WS-CTT-UF TO CTT-UF.
           MOVE TRANS-CEP TO CTT-CEP.
           MOVE TRANS-TELEFONE TO CTT-TELEFONE.
           MOVE TRANS-EMAIL TO CTT-EMAIL.
           PERFORM 5730-DATA-EFEITO THRU 5730-EXIT.
           WRITE CONTATO-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR ENDERECO"
                       TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE "I" TO WS-CJR-OPER
                   MOVE SPACES TO WS-IMAGEM-CTT-ANTES
                   MOVE CONTATO-REC TO WS-IMAGEM-CTT-DEPOIS
                   PERFORM 8850-GRAVAR-JORNAL-CONTATO
                       THRU 8850-EXIT
           END-WRITE.
       5710-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5720-ALTERAR-ENDERECO - ID JA COM ENDERECO: CAMPO EM    *
      * BRANCO NA TRANSACAO MANTEM O VALOR GRAVADO (MESMO       *
      * CRITERIO DO DEPARTAMENTO NA TRANSACAO A).               *
      *--------------------------------------------------------*
       5720-ALTERAR-ENDERECO.
           MOVE CONTATO-REC TO WS-IMAGEM-CTT-ANTES.
           IF WS-CTT-LOGRADOURO NOT = SPACES
               MOVE WS-CTT-LOGRADOURO TO CTT-LOGRADOURO
           END-IF.
           IF WS-CTT-CIDADE NOT = SPACES
               MOVE WS-CTT-CIDADE TO CTT-CIDADE
           END-IF.
           IF WS-CTT-UF NOT = SPACES
               MOVE WS-CTT-UF TO CTT-UF
           END-IF.
           IF TRANS-CEP NOT = SPACES
               MOVE TRANS-CEP TO CTT-CEP
           END-IF.
           IF TRANS-TELEFONE NOT = SPACES
               MOVE TRANS-TELEFONE TO CTT-TELEFONE
           END-IF.
           IF TRANS-EMAIL NOT = SPACES
               MOVE TRANS-EMAIL TO CTT-EMAIL
           END-IF.
           PERFORM 5730-DATA-EFEITO THRU 5730-EXIT.
           REWRITE CONTATO-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR ENDERECO"
                       TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE "A" TO WS-CJR-OPER
                   MOVE CONTATO-REC TO WS-IMAGEM-CTT-DEPOIS
                   PERFORM 8850-GRAVAR-JORNAL-CONTATO
                       THRU 8850-EXIT
           END-REWRITE.
       5720-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 5730-DATA-EFEITO - DATA DE EFEITO DO ENDERECO: A DA     *
      * TRANSACAO QUANDO INFORMADA, SENAO A DATA DA RODADA.     *
      *--------------------------------------------------------*
       5730-DATA-EFEITO.
           IF TRANS-DATA-EFEITO IS NUMERIC
              AND TRANS-DATA-EFEITO NOT = ZEROS
               MOVE TRANS-DATA-EFEITO TO CTT-DATA-EFEITO
           ELSE
               MOVE WS-DATA-EXEC TO CTT-DATA-EFEITO
           END-IF.
       5730-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6000-MONTAR-IDADE - TRANSACAO COM DATA DE NASCIMENTO    *
      * (SAAMMDD) GRAVA A DATA E DERIVA A IDADE DA DATA DA      *
       6100-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6200-VALIDAR-DEPTO - TRANSACAO COM DEPARTAMENTO NAO     *
      * BRANCO TEM O CODIGO LIDO NO CADASTRO DE DEPARTAMENTOS   *
      * (DEPTOS): INEXISTENTE, FECHADO OU FORA DA VIGENCIA NA   *
      * DATA DA RODADA REJEITA A TRANSACAO. BRANCO NAO E        *
      * CRITICADO (IMPLANTACAO GRADUAL).                        *
      *--------------------------------------------------------*
       6200-VALIDAR-DEPTO.
           IF TRANS-DEPTO NOT = SPACES
               MOVE TRANS-DEPTO TO DEPTO-CODIGO
               READ DEPTO-FILE
                   INVALID KEY
                       MOVE "DEPTO INEXISTENTE"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF DEPTO-FECHADO
                           MOVE "DEPTO FECHADO"
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           IF DEPTO-DATA-INICIO > WS-DATA-EXEC
                              OR (DEPTO-DATA-FIM NOT = ZEROS
                                  AND DEPTO-DATA-FIM < WS-DATA-EXEC)
                               MOVE "DEPTO FORA DA VIGENCIA"
                                   TO WS-MOTIVO-REJEICAO
                           END-IF
                       END-IF
               END-READ
           END-IF.
       6200-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 6500-CALCULAR-IDADE - DERIVA A IDADE CORRENTE DA DATA   *
      * DE NASCIMENTO (SAAMMDD) E DA DATA DA EXECUCAO, MESMO    *
       9000-FINALIZAR.
           CLOSE TRANS-FILE.
           CLOSE PERSON-FILE.
           CLOSE DEPTO-FILE.
           CLOSE CONTATO-FILE.
           CLOSE PRINT-FILE.
           IF WS-JRN-ABERTO
               CLOSE JRN-FILE
           END-IF.
           IF WS-CJR-ABERTO
               CLOSE CJR-FILE
           END-IF.
           PERFORM 9100-GRAVAR-ESTATISTICA THRU 9100-EXIT.
           PERFORM 8950-ZERAR-RESTART THRU 8950-EXIT.
       9000-EXIT.
               MOVE WS-TOTAL-APLICADAS TO RUNSTAT-ACEITOS
               MOVE WS-TOTAL-REJEITADAS TO RUNSTAT-REJEITADOS
               MOVE ZERO TO RUNSTAT-TRUNCADOS
               MOVE WS-COD-RETORNO TO RUNSTAT-COD-RETORNO
               WRITE RUNSTAT-REC
               CLOSE STAT-FILE
           ELSE
               MOVE WS-JRN-OPER TO JRN-OPERACAO
               MOVE PERSON-ID TO JRN-ID
               MOVE "PERSON-BATCH-UPDATE" TO JRN-PROGRAMA
               MOVE "*LOTE*" TO JRN-OPERADOR
               MOVE WS-DATA-JORNAL TO JRN-DATA
               MOVE WS-HORA-JORNAL (1:6) TO JRN-HORA
               MOVE WS-IMAGEM-ANTES TO JRN-ANTES
       8800-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 8850-GRAVAR-JORNAL-CONTATO - GRAVA NO JORNAL DE         *
      * ENDERECOS E CONTATOS (CTTJRN) A OPERACAO APLICADA       *
      * (WS-CJR-OPER) COM AS IMAGENS ANTES E DEPOIS PREPARADAS  *
      * PELO CHAMADOR, CARIMBADA COM A DATA/HORA DO RELOGIO     *
      * COMO O JORNAL DO CADASTRO DE PESSOAS.                   *
      *--------------------------------------------------------*
       8850-GRAVAR-JORNAL-CONTATO.
           IF WS-CJR-ABERTO
               ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
               ACCEPT WS-HORA-JORNAL FROM TIME
               MOVE SPACES TO CTTJRN-REC
               MOVE WS-CJR-OPER TO CJR-OPERACAO
               MOVE PERSON-ID TO CJR-ID
               MOVE "PERSON-BATCH-UPDATE" TO CJR-PROGRAMA
               MOVE "*LOTE*" TO CJR-OPERADOR
               MOVE WS-DATA-JORNAL TO CJR-DATA
               MOVE WS-HORA-JORNAL (1:6) TO CJR-HORA
               MOVE WS-IMAGEM-CTT-ANTES TO CJR-ANTES
               MOVE WS-IMAGEM-CTT-DEPOIS TO CJR-DEPOIS
               WRITE CTTJRN-REC
           END-IF.
       8850-EXIT.
           EXIT.

      *--------------------------------------------------------*
      * 9500-DEFINIR-RETORNO - CONSOLIDA O CODIGO DE RETORNO DA *
      * RODADA: 0=LIMPA, 4=HOUVE TRANSACAO REJEITADA, 8=FALHA   *

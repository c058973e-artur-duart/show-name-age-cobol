      ********************************
      * COPYBOOK: DEPTO-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO CADASTRO DE DEPARTAMENTOS/CENTROS DE
      *           CUSTO (DEPTOS, INDEXADO PELO CODIGO), MANTIDO
      *           POR DEPT-MAINTENANCE: DESCRICAO, RESPONSAVEL,
      *           SITUACAO (ABERTO/FECHADO) E O PERIODO DE
      *           VIGENCIA. E A TABELA CONTRA A QUAL
      *           PERSON-MAINTENANCE E PERSON-BATCH-UPDATE
      *           CRITICAM O DEPARTAMENTO DA PESSOA E DE ONDE OS
      *           RELATORIOS TIRAM O NOME DO DEPARTAMENTO - UM
      *           CODIGO DIGITADO ERRADO ("FIN1" POR "FINI")
      *           DEIXA DE VIRAR UM DEPARTAMENTO NOVO.
      * DATA: 14/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 14/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
      *    UM CODIGO SO E ACEITO NO CADASTRO DE PESSOAS QUANDO O
      *    DEPARTAMENTO ESTA ABERTO E A DATA DO MOVIMENTO CAI NA
      *    VIGENCIA (INICIO ATE FIM; FIM ZERADO = SEM TERMINO).
       01  DEPTO-REC.
           05  DEPTO-CODIGO                PIC X(04).
           05  DEPTO-DESCRICAO             PIC X(30).
           05  DEPTO-RESPONSAVEL           PIC X(20).
      *    SITUACAO DO DEPARTAMENTO: A=ABERTO, F=FECHADO.
           05  DEPTO-SITUACAO              PIC X(01).
               88  DEPTO-ABERTO            VALUE "A".
               88  DEPTO-FECHADO           VALUE "F".
      *    VIGENCIA (AAAAMMDD): INICIO E FIM; FIM ZERADO ENQUANTO
      *    O DEPARTAMENTO NAO TEM DATA PARA SER ENCERRADO.
           05  DEPTO-DATA-INICIO           PIC 9(08).
           05  DEPTO-DATA-FIM              PIC 9(08).
           05  FILLER                      PIC X(09).

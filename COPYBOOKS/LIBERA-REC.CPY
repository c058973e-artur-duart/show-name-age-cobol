      ********************************
      * COPYBOOK: LIBERA-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO ARQUIVO DE LIBERACOES DE FIM DE
      *           CICLO (LIBERACAO), DIGITADO PELO SUPERVISOR NAS
      *           NOITES EM QUE UM PASSO OBRIGATORIO E PULADO DE
      *           PROPOSITO: CADA LINHA DISPENSA UM PASSO DO
      *           CADASTRO DE ETAPAS (OU TODOS, COM "*TODAS*")
      *           SO PARA A DATA DE CICLO INFORMADA, COM A
      *           IDENTIFICACAO DO SUPERVISOR E O MOTIVO, QUE SAEM
      *           IMPRESSOS NA CONFERENCIA DE CYCLE-ADVANCE.
      * DATA: 15/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
      *    LINHA DE OUTRA DATA DE CICLO, SEM SUPERVISOR OU SEM
      *    MOTIVO NAO VALE COMO LIBERACAO.
       01  LIBERA-REC.
           05  LIBERA-DATA-CICLO           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LIBERA-PROGRAMA             PIC X(22).
               88  LIBERA-TODAS            VALUE "*TODAS*".
           05  FILLER                      PIC X(01).
           05  LIBERA-SUPERVISOR           PIC X(08).
           05  FILLER                      PIC X(01).
           05  LIBERA-MOTIVO               PIC X(39).

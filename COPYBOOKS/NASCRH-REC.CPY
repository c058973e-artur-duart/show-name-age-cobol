      ********************************
      * COPYBOOK: NASCRH-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO ARQUIVO DE DATAS DE NASCIMENTO ENVIADO
      *           PELO RH (RHNASC) PARA O SANEAMENTO DO CADASTRO:
      *           UMA LINHA POR PESSOA, EM ORDEM CRESCENTE DE
      *           PERSON-ID, COM A DATA DE NASCIMENTO COMPLETA
      *           (AAAAMMDD). LIDO PELA CARGA DE DATAS DE
      *           BIRTHDATE-SCORECARD (MODO 2), QUE GERA AS
      *           TRANSACOES A PARA PERSON-BATCH-UPDATE.
      * DATA: 23/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 23/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
       01  NASCRH-REC.
           05  NRH-PERSON-ID               PIC X(06).
           05  FILLER                      PIC X(01).
           05  NRH-DATA-NASC               PIC X(08).
           05  FILLER                      PIC X(65).

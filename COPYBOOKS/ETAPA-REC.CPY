      ********************************
      * COPYBOOK: ETAPA-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO CADASTRO DE PASSOS DO CICLO
      *           (ETAPAS, UMA LINHA POR PASSO), QUE LISTA OS
      *           PROGRAMAS QUE PRECISAM TER RODADO NA DATA DO
      *           CICLO PARA UMA NOITE NORMAL E O MAIOR CODIGO DE
      *           RETORNO ACEITAVEL PARA CADA UM. O FIM DE CICLO
      *           (CYCLE-ADVANCE) CONFERE CADA PASSO CONTRA O
      *           ARQUIVO DE ESTATISTICAS (RUNSTATS) ANTES DE
      *           AVANCAR A DATA.
      * DATA: 15/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 15/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
      *    ETAPA-PROGRAMA E O NOME GRAVADO EM RUNSTAT-PROGRAMA.
      *    LINHA INICIADA POR "*" E COMENTARIO E E IGNORADA.
       01  ETAPA-REC.
           05  ETAPA-PROGRAMA              PIC X(22).
           05  FILLER                      PIC X(01).
      *    MAIOR CODIGO DE RETORNO QUE AINDA CONTA COMO RODADA BOA
      *    (00 = SO RODADA LIMPA; 04 = ACEITA REJEICOES).
           05  ETAPA-RC-MAXIMO             PIC 9(02).
           05  FILLER                      PIC X(01).
           05  ETAPA-DESCRICAO             PIC X(40).
           05  FILLER                      PIC X(14).

      ********************************
      * COPYBOOK: REORG-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO MAPA DE REORGANIZACAO DE CENTROS DE
      *           CUSTO (REORGMAP), PREPARADO PELA CONTROLADORIA E
      *           LIDO POR DEPT-REORG: UMA LINHA POR DE-PARA DE
      *           DEPARTAMENTO, COM A DATA DO CICLO EM QUE A
      *           MUDANCA VALE E, OPCIONALMENTE, SO AS PESSOAS DE
      *           UMA SITUACAO E/OU DE UMA FAIXA DE IDADE.
      * DATA: 24/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 24/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
      *    CODIGO ANTIGO "----" SELECIONA QUEM ESTA SEM
      *    DEPARTAMENTO. LINHA SEM FILTRO (SITUACAO E IDADES EM
      *    BRANCO) RETIRA O CODIGO ANTIGO: NINGUEM PODE FICAR NELE
      *    DEPOIS DA RODADA. SITUACAO A = ATIVOS (NEM I NEM F).
       01  REORG-REC.
           05  MAP-DEPTO-ANTIGO            PIC X(04).
           05  FILLER                      PIC X(01).
           05  MAP-DEPTO-NOVO              PIC X(04).
           05  FILLER                      PIC X(01).
      *    DATA DO CICLO (AAAAMMDD) EM QUE A MUDANCA E APLICADA.
           05  MAP-DATA-EFEITO             PIC X(08).
           05  FILLER                      PIC X(01).
      *    FILTROS OPCIONAIS: SITUACAO (A/I/F) E FAIXA DE IDADE
      *    (3 DIGITOS, INCLUSIVE); EM BRANCO = SEM FILTRO.
           05  MAP-SITUACAO                PIC X(01).
           05  FILLER                      PIC X(01).
           05  MAP-IDADE-MIN               PIC X(03).
           05  FILLER                      PIC X(01).
           05  MAP-IDADE-MAX               PIC X(03).
           05  FILLER                      PIC X(52).

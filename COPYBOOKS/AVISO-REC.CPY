      ********************************
      * COPYBOOK: AVISO-REC
      * AREA DE COMENTARIOS - REMARKS
      * AUTOR: ARTUR DUARTE - AD
      * OBJETIVO: LAYOUT DO ARQUIVO DE AVISOS DE MARCO DE IDADE
      *           (AVISOS), GRAVADO POR AGE-MILESTONE-FORECAST:
      *           UM REGISTRO POR PESSOA E MARCO (SAIDA DA
      *           MENORIDADE OU ENTRADA NA FAIXA DE IDOSO) QUE
      *           CAI NA JANELA DA PREVISAO, NA ORDEM DE
      *           DEPARTAMENTO, DATA DO MARCO E PERSON-ID, PARA O
      *           RH MESCLAR NAS CARTAS.
      * DATA: 16/09/2026
      ********************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR  DESCRICAO
      * 16/09/2026 AD     VERSAO ORIGINAL - REGISTRO DE 80
      *                   POSICOES.
      ********************************
       01  AVISO-REC.
           05  AVISO-PERSON-ID             PIC 9(06).
           05  AVISO-NOME                  PIC X(20).
      *    DEPARTAMENTO DA PESSOA; "----" QUANDO NAO ATRIBUIDO.
           05  AVISO-DEPTO                 PIC X(04).
      *    TIPO DO MARCO: M=SAI DA MENORIDADE, I=PASSA A IDOSO.
           05  AVISO-TIPO                  PIC X(01).
               88  AVISO-MENORIDADE        VALUE "M".
               88  AVISO-IDOSO             VALUE "I".
      *    IDADE DO MARCO (LIMITE DO PARAMFILE EM VIGOR NA RODADA).
           05  AVISO-IDADE-MARCO           PIC 9(03).
      *    DATAS EM AAAAMMDD.
           05  AVISO-DATA-MARCO            PIC 9(08).
           05  AVISO-DATA-NASC             PIC 9(08).
           05  AVISO-DATA-CICLO            PIC 9(08).
           05  FILLER                      PIC X(22).
